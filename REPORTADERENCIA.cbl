      * VISITADAS, AS VISITAS FORA DE ROTA (REGISTRADAS PARA         *
      * CLIENTES QUE NAO SAO DO VENDEDOR) E O PERCENTUAL DE          *
      * ADERENCIA.                                                   *
      * QUANDO A DATA ESTA COBERTA PELO PLANO DE VISITAS (VER        *
      * VISITAPLANO.CPY), AS PLANEJADAS SAO AS VISITAS PREVISTAS     *
      * PARA O DIA E FORA DE ROTA E TODA VISITA NAO PREVISTA NELE;   *
      * SEM PLANO, VALE A CARTEIRA INTEIRA DA DISTRIBUICAO.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD  KEY   IS VI-CHAVE
                  FILE STATUS   IS WA-FILE-STATUS.

           SELECT ARQ-VISITA-PLANO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS VP-CHAVE
                  FILE STATUS   IS WL-FILE-STATUS.

           SELECT ARQ-CONTROLE  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WT-FILE-STATUS.

           SELECT REL-ADERENCIA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.
           VALUE OF FILE-ID IS 'cadVisita'.
       COPY "VISITA.CPY".

       FD  ARQ-VISITA-PLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVisitaPlanejada'.
       COPY "VISITAPLANO.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadControleDistribuicao'.
       COPY "CONTROLE.CPY".

       FD  REL-ADERENCIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relAderencia'.
       77 WD-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WA-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-CONFIRMA              PIC  X(001) VALUE SPACES.
       77 W-FIM-VENDEDOR          PIC  X(001) VALUE SPACES.
       77 W-FIM-DISTRIBUICAO      PIC  X(001) VALUE SPACES.
       77 W-FIM-VISITA            PIC  X(001) VALUE SPACES.
       77 W-FIM-PLANO             PIC  X(001) VALUE SPACES.
       77 W-FORA-ROTA             PIC  X(001) VALUE SPACES.
      * "S" QUANDO A DATA DA ANALISE ESTA COBERTA PELO PLANO DE
      * VISITAS (VER CTL-PLANO-VISITA EM CONTROLE.CPY).
       77 W-USA-PLANO             PIC  X(001) VALUE "N".
      * CLIENTE/ENDERECO PLANEJADO EM CONFERENCIA NO DIARIO.
       77 W-CONF-CLIENTE          PIC  9(007) VALUE ZEROS.
       77 W-CONF-ENDERECO         PIC  9(003) VALUE ZEROS.
       77 W-DATA-RELATORIO        PIC  9(008) VALUE ZEROS.
       77 W-VENDEDOR-FILTRO       PIC  9(003) VALUE ZEROS.
       77 W-VENDEDOR-CORRENTE     PIC  9(003) VALUE ZEROS.
           03 FILLER              PIC  X(016) VALUE "DATA DA ANALISE:".
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-CAB-DATA          PIC  99999999.
           03 FILLER              PIC  X(009) VALUE "   BASE:".
           03 W-CAB-BASE          PIC  X(030).

       01  W-GRUPO-VENDEDOR.
           03 FILLER              PIC  X(010) VALUE "VENDEDOR:".
              CHAIN "MENU"
           END-IF

           PERFORM 050-VERIFICAR-PLANO

           OPEN OUTPUT REL-ADERENCIA

           MOVE W-DATA-RELATORIO TO W-CAB-DATA

           IF W-USA-PLANO EQUAL TO "S"
              MOVE "VISITAS PLANEJADAS DO DIA" TO W-CAB-BASE
           ELSE
              MOVE "CARTEIRA COMPLETA (SEM PLANO)" TO W-CAB-BASE
           END-IF

           WRITE REL-ADERENCIA-LINHA FROM W-CABECALHO-1
           WRITE REL-ADERENCIA-LINHA FROM W-CABECALHO-2
           WRITE REL-ADERENCIA-LINHA FROM W-CABECALHO-3

           CLOSE REL-ADERENCIA

           IF W-USA-PLANO EQUAL TO "S"
              CLOSE ARQ-VISITA-PLANO
           END-IF

           CHAIN "MENU".

      * O PLANO DE VISITAS SO VALE PARA DATAS DENTRO DO PERIODO QUE
      * O ULTIMO PLANEJAMENTO COBRIU; FORA DELE, OU SEM O ARQUIVO DO
      * PLANO, A ANALISE USA A CARTEIRA INTEIRA DA DISTRIBUICAO.
       050-VERIFICAR-PLANO.
           MOVE "N" TO W-USA-PLANO

           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WT-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF

           IF CTL-PLANO-VISITA NOT NUMERIC
              MOVE ZEROS TO CTL-PLANO-VISITA
           END-IF

           IF CTL-DIAS-SEM-COMPRA NOT NUMERIC
              MOVE ZEROS TO CTL-DIAS-SEM-COMPRA
           END-IF

           IF CTL-PESOS-SCORECARD NOT NUMERIC
              MOVE ZEROS TO CTL-PESOS-SCORECARD
           END-IF

           IF CTL-PLANO-VISITA-INICIO GREATER THAN ZEROS
              AND CTL-PLANO-VISITA-INICIO NOT GREATER THAN
                  W-DATA-RELATORIO
              AND CTL-PLANO-VISITA-FIM NOT LESS THAN W-DATA-RELATORIO
              MOVE "S" TO W-USA-PLANO
           END-IF

           IF W-USA-PLANO EQUAL TO "S"
              OPEN INPUT ARQ-VISITA-PLANO

              IF WL-FILE-STATUS NOT EQUAL TO "00"
                 MOVE "N" TO W-USA-PLANO
              END-IF
           END-IF.

       100-VARRER-VENDEDORES.
           MOVE "N" TO W-FIM-VENDEDOR


           OPEN INPUT ARQ-VISITA

           IF W-USA-PLANO EQUAL TO "S"
              PERFORM 320-CONFERIR-PLANO-DIA
           ELSE
              PERFORM 300-CONFERIR-PLANEJADAS
           END-IF

           PERFORM 400-CONFERIR-FORA-ROTA

           CLOSE ARQ-VISITA

       310-CONFERIR-UMA-PLANEJADA.
           IF D-COD-VENDEDOR EQUAL TO W-VENDEDOR-CORRENTE
              MOVE D-COD-CLIENTE  TO W-CONF-CLIENTE
              MOVE D-NUM-ENDERECO TO W-CONF-ENDERECO
              PERFORM 330-CONFERIR-DIARIO
           END-IF

           READ ARQ-DISTRIBUICAO NEXT
             AT END MOVE "S" TO W-FIM-DISTRIBUICAO
           END-READ.

      * COM PLANO, AS PLANEJADAS SAO AS VISITAS PREVISTAS PARA O
      * VENDEDOR NA DATA DA ANALISE, LIDAS EM SEQUENCIA PELA CHAVE.
       320-CONFERIR-PLANO-DIA.
           MOVE "N" TO W-FIM-PLANO

           MOVE W-VENDEDOR-CORRENTE TO VP-COD-VENDEDOR
           MOVE W-DATA-RELATORIO    TO VP-DATA-VISITA
           MOVE ZEROS               TO VP-COD-CLIENTE
           MOVE ZEROS               TO VP-NUM-ENDERECO
           START ARQ-VISITA-PLANO KEY IS NOT LESS THAN VP-CHAVE

           IF WL-FILE-STATUS EQUAL TO "00"
              READ ARQ-VISITA-PLANO NEXT RECORD
                AT END MOVE "S" TO W-FIM-PLANO
              END-READ
           ELSE
              MOVE "S" TO W-FIM-PLANO
           END-IF

           PERFORM 325-CONFERIR-UMA-PREVISTA UNTIL W-FIM-PLANO = "S".

       325-CONFERIR-UMA-PREVISTA.
           IF VP-COD-VENDEDOR NOT EQUAL TO W-VENDEDOR-CORRENTE
              OR VP-DATA-VISITA NOT EQUAL TO W-DATA-RELATORIO
              MOVE "S" TO W-FIM-PLANO
           ELSE
              MOVE VP-COD-CLIENTE  TO W-CONF-CLIENTE
              MOVE VP-NUM-ENDERECO TO W-CONF-ENDERECO
              PERFORM 330-CONFERIR-DIARIO

              READ ARQ-VISITA-PLANO NEXT RECORD
                AT END MOVE "S" TO W-FIM-PLANO
              END-READ
           END-IF.

      * PARA CADA VISITA PLANEJADA, O DIARIO DE VISITAS E CONSULTADO
      * DIRETO PELA CHAVE.
       330-CONFERIR-DIARIO.
           ADD 1 TO W-QTD-PLANEJADAS

           MOVE W-VENDEDOR-CORRENTE TO VI-COD-VENDEDOR
           MOVE W-DATA-RELATORIO    TO VI-DATA-VISITA
           MOVE W-CONF-CLIENTE      TO VI-COD-CLIENTE
           MOVE W-CONF-ENDERECO     TO VI-NUM-ENDERECO
           READ ARQ-VISITA RECORD KEY IS VI-CHAVE

           MOVE W-CONF-CLIENTE  TO W-D-CLIENTE
           MOVE W-CONF-ENDERECO TO W-D-ENDERECO

           IF WA-FILE-STATUS EQUAL TO "00"
              ADD 1 TO W-QTD-EXECUTADAS

              EVALUATE TRUE
                WHEN VISITA-REALIZADA
                   MOVE "VISITADO" TO W-D-SITUACAO
                WHEN VISITA-AUSENTE
                   MOVE "CLIENTE AUSENTE" TO W-D-SITUACAO
                WHEN VISITA-REAGENDADA
                   MOVE "REAGENDADA" TO W-D-SITUACAO
                WHEN OTHER
                   MOVE "REGISTRADA" TO W-D-SITUACAO
              END-EVALUATE
           ELSE
              ADD 1 TO W-QTD-NAO-VISITADAS
              MOVE "NAO VISITADO" TO W-D-SITUACAO
           END-IF

           WRITE REL-ADERENCIA-LINHA FROM W-DETALHE.

      * VISITAS FORA DE ROTA: REGISTROS DO DIA NO DIARIO CUJO
      * CLIENTE/ENDERECO NAO PERTENCE AO VENDEDOR NA DISTRIBUICAO OU,
      * COM PLANO, NAO ESTAVA PREVISTO PARA O VENDEDOR NO DIA.
       400-CONFERIR-FORA-ROTA.
           MOVE "N" TO W-FIM-VISITA

              OR VI-DATA-VISITA NOT EQUAL TO W-DATA-RELATORIO
              MOVE "S" TO W-FIM-VISITA
           ELSE
              MOVE "N" TO W-FORA-ROTA

              IF W-USA-PLANO EQUAL TO "S"
                 MOVE VI-COD-VENDEDOR TO VP-COD-VENDEDOR
                 MOVE VI-DATA-VISITA  TO VP-DATA-VISITA
                 MOVE VI-COD-CLIENTE  TO VP-COD-CLIENTE
                 MOVE VI-NUM-ENDERECO TO VP-NUM-ENDERECO
                 READ ARQ-VISITA-PLANO RECORD KEY IS VP-CHAVE

                 IF WL-FILE-STATUS NOT EQUAL TO "00"
                    MOVE "S" TO W-FORA-ROTA
                 END-IF
              ELSE
                 MOVE VI-COD-CLIENTE  TO D-COD-CLIENTE
                 MOVE VI-NUM-ENDERECO TO D-NUM-ENDERECO
                 READ ARQ-DISTRIBUICAO RECORD KEY IS D-CHAVE

                 IF WD-FILE-STATUS NOT EQUAL TO "00"
                    OR D-COD-VENDEDOR NOT EQUAL TO W-VENDEDOR-CORRENTE
                    MOVE "S" TO W-FORA-ROTA
                 END-IF
              END-IF

              IF W-FORA-ROTA EQUAL TO "S"
                 ADD 1 TO W-QTD-FORA-ROTA
                 MOVE VI-COD-CLIENTE  TO W-D-CLIENTE
                 MOVE VI-NUM-ENDERECO TO W-D-ENDERECO
