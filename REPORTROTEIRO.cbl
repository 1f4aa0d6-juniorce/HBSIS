      * ATUAL, PARTINDO DA LOCALIZACAO CADASTRADA DO VENDEDOR. A      *
      * DISTANCIA DE CADA TRECHO E CALCULADA PELA MESMA FORMULA DE    *
      * HAVERSINE DE 220-CALCULAR-DISTANCIA (DISTRIBUICAO.CBL).       *
      * QUANDO HA PLANO DE VISITAS PARA O DIA (VER VISITAPLANO.CPY),  *
      * SO ENTRAM NO ROTEIRO OS CLIENTES PLANEJADOS PARA HOJE; SEM    *
      * PLANO, O ROTEIRO COBRE A CARTEIRA INTEIRA.                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD  KEY   IS END-CHAVE
                  FILE STATUS   IS WX-FILE-STATUS.

           SELECT ARQ-VISITA-PLANO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS VP-CHAVE
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-CONTROLE  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WT-FILE-STATUS.

           SELECT TB-ROTEIRO    ASSIGN TO DISK.

           SELECT REL-ROTEIRO   ASSIGN TO DISK
           VALUE OF FILE-ID IS 'cadEnderecoEntrega'.
       COPY "ENDERECO.CPY".

       FD  ARQ-VISITA-PLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVisitaPlanejada'.
       COPY "VISITAPLANO.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadControleDistribuicao'.
       COPY "CONTROLE.CPY".

       SD  TB-ROTEIRO.
       01  TR-ROTEIRO-REG.
           03 TR-COD-VENDEDOR     PIC  9(003).
       77 WV-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WX-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS          PIC  X(002) VALUE "00".
      * "S" QUANDO O DIA ESTA COBERTO PELO PLANO DE VISITAS (VER
      * CTL-PLANO-VISITA EM CONTROLE.CPY) E O PLANO PODE SER LIDO.
       77 W-USA-PLANO             PIC  X(001) VALUE "N".
       77 W-DATA-ROTEIRO          PIC  9(008) VALUE ZEROS.
      * LIGADO QUANDO A ATRIBUICAO LIDA FAZ PARTE DAS VISITAS DO DIA.
       77 W-PLANEJADO             PIC  X(001) VALUE "N".
       77 W-FIM-ROTEIRO           PIC  X(001) VALUE SPACES.
       77 W-PRIMEIRO-REGISTRO     PIC  X(001) VALUE "S".
       77 W-VENDEDOR-ATUAL        PIC  9(003) VALUE ZEROS.
           03 FILLER              PIC  X(040) VALUE
              "ROTEIRO DE VISITAS POR VENDEDOR".

       01  W-CABECALHO-3.
           03 FILLER              PIC  X(006) VALUE "DATA:".
           03 W-CAB-DATA          PIC  99999999.
           03 FILLER              PIC  X(009) VALUE "   BASE:".
           03 W-CAB-BASE          PIC  X(030).

       01  W-GRUPO-VENDEDOR.
           03 FILLER              PIC  X(010) VALUE "VENDEDOR:".
           03 W-G-VENDEDOR        PIC  ZZ9.

       PROCEDURE DIVISION USING L-CODIGO-VENDEDOR.
       000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-ROTEIRO

           PERFORM 050-VERIFICAR-PLANO

           SORT TB-ROTEIRO
                ON ASCENDING KEY TR-COD-VENDEDOR
                                 TR-COD-CLIENTE

           CHAIN "MENU".

      * O PLANO DE VISITAS SO VALE PARA DIAS DENTRO DO PERIODO QUE
      * O ULTIMO PLANEJAMENTO COBRIU; FORA DELE, OU SEM O ARQUIVO DO
      * PLANO, O ROTEIRO VOLTA A COBRIR A CARTEIRA INTEIRA.
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
                  W-DATA-ROTEIRO
              AND CTL-PLANO-VISITA-FIM NOT LESS THAN W-DATA-ROTEIRO
              MOVE "S" TO W-USA-PLANO
           END-IF.

       100-SELECIONAR-DISTRIBUICAO.
           MOVE "N" TO W-FIM-ROTEIRO

           OPEN INPUT ARQ-ENDERECO
           OPEN INPUT ARQ-DISTRIBUICAO

           IF W-USA-PLANO EQUAL TO "S"
              OPEN INPUT ARQ-VISITA-PLANO

              IF WP-FILE-STATUS NOT EQUAL TO "00"
                 MOVE "N" TO W-USA-PLANO
              END-IF
           END-IF

           IF WD-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-ROTEIRO
           ELSE

           PERFORM 110-LER-DISTRIBUICAO UNTIL W-FIM-ROTEIRO = "S"

           IF W-USA-PLANO EQUAL TO "S"
              CLOSE ARQ-VISITA-PLANO
           END-IF

           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-ENDERECO
           CLOSE ARQ-CLIENTE.

       110-LER-DISTRIBUICAO.
           MOVE "N" TO W-PLANEJADO

           IF L-CODIGO-VENDEDOR EQUAL TO ZEROS
              OR D-COD-VENDEDOR EQUAL TO L-CODIGO-VENDEDOR
              PERFORM 115-CONFERIR-PLANO
           END-IF

           IF W-PLANEJADO EQUAL TO "S"
              PERFORM 120-BUSCAR-COORDENADAS

              IF W-ACHOU-COORDENADA EQUAL TO "S"
             AT END MOVE "S" TO W-FIM-ROTEIRO
           END-READ.

      * COM PLANO, A ATRIBUICAO SO ENTRA SE HA VISITA PLANEJADA PARA
      * O VENDEDOR, O CLIENTE E O ENDERECO NO DIA DO ROTEIRO.
       115-CONFERIR-PLANO.
           IF W-USA-PLANO NOT EQUAL TO "S"
              MOVE "S" TO W-PLANEJADO
           ELSE
              MOVE D-COD-VENDEDOR TO VP-COD-VENDEDOR
              MOVE W-DATA-ROTEIRO TO VP-DATA-VISITA
              MOVE D-COD-CLIENTE  TO VP-COD-CLIENTE
              MOVE D-NUM-ENDERECO TO VP-NUM-ENDERECO
              READ ARQ-VISITA-PLANO RECORD KEY IS VP-CHAVE

              IF WP-FILE-STATUS EQUAL TO "00"
                 MOVE "S" TO W-PLANEJADO
              END-IF
           END-IF.

      * LOCALIZA AS COORDENADAS DA PARADA: DO ENDERECO DE ENTREGA
      * QUANDO D-NUM-ENDERECO > ZEROS, SENAO DA PROPRIA LOCALIZACAO
      * CADASTRADA DO CLIENTE (MESMA REGRA DA DISTRIBUICAO).
           WRITE REL-ROTEIRO-LINHA FROM W-CABECALHO-1
           WRITE REL-ROTEIRO-LINHA FROM W-CABECALHO-2

           MOVE W-DATA-ROTEIRO TO W-CAB-DATA

           IF W-USA-PLANO EQUAL TO "S"
              MOVE "VISITAS PLANEJADAS DO DIA" TO W-CAB-BASE
           ELSE
              MOVE "CARTEIRA COMPLETA (SEM PLANO)" TO W-CAB-BASE
           END-IF

           WRITE REL-ROTEIRO-LINHA FROM W-CABECALHO-3

           RETURN TB-ROTEIRO RECORD INTO TR-ROTEIRO-REG
             AT END MOVE "S" TO W-FIM-ROTEIRO
           END-RETURN
