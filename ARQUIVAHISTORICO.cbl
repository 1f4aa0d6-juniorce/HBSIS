      * W-EXECUCOES-PROTEGIDAS EXECUCOES INDEPENDENTE DA IDADE. O     *
      * RESUMO (EXECUCOES E LINHAS MOVIDAS) SAI NA TELA E NO          *
      * RELATORIO RELARQUIVAMENTO.                                    *
      * NO LOTE NOTURNO (SESSAO EM MODO LOTE, VER SESSAO.CPY) RODA    *
      * SEM TELAS E DEVOLVE O CONTROLE AO LOTE; SEM RETENCAO          *
      * CONFIGURADA, NAO FAZ NADA.                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WB-FILE-STATUS.

           SELECT ARQ-SESSAO      ASSIGN TO DISK
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTORICO
           VALUE OF FILE-ID IS 'cadArquivoMorto'.
       COPY "MORTOCAT.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 WH-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-CONFIRMA              PIC  X(001) VALUE SPACES.
       77 W-FIM-HISTORICO         PIC  X(001) VALUE SPACES.
       77 W-LABEL-MORTO           PIC  X(030) VALUE SPACES.
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".

      * QUANTIDADE DE EXECUCOES MAIS RECENTES QUE NUNCA SAO
      * ARQUIVADAS, INDEPENDENTE DA IDADE.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-MODO-LOTE
           PERFORM 010-CARREGAR-PARAMETROS

           IF W-RETENCAO-DIAS EQUAL TO ZEROS
              IF W-MODO-LOTE EQUAL TO "S"
                 GOBACK
              END-IF

              DISPLAY MENSAGEM-RETENCAO-DESLIGADA
              ACCEPT  MENSAGEM-RETENCAO-DESLIGADA
              CHAIN "MENU"

           PERFORM 400-IMPRIMIR-RESUMO

           IF W-MODO-LOTE EQUAL TO "S"
              GOBACK
           END-IF

           DISPLAY RESUMO-ARQUIVAMENTO
           ACCEPT  RESUMO-ARQUIVAMENTO

           CHAIN "MENU".

       005-LER-MODO-LOTE.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           IF SS-MODO-LOTE EQUAL TO "S"
              MOVE "S" TO W-MODO-LOTE
           END-IF.

       010-CARREGAR-PARAMETROS.
           INITIALIZE ARQ-CONTROLE-REG

              MOVE ZEROS TO CTL-MAX-PCT-REJEICAO
           END-IF

           IF CTL-ULTIMO-NUM-NOTA-CRED NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-NOTA-CRED
           END-IF

           IF CTL-ULTIMO-NUM-NF NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-NF
           END-IF

           IF CTL-ULTIMO-NUM-ROMANEIO NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-ROMANEIO
           END-IF

           IF CTL-FREQ-VISITA NOT NUMERIC
              MOVE ZEROS TO CTL-FREQ-VISITA
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

           MOVE CTL-RETENCAO-DIAS TO W-RETENCAO-DIAS.

       020-CALCULAR-DATA-CORTE.
