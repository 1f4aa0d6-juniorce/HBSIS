       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CONVTITULO AS "CONVTITULO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * CONVERSAO UNICA DO CONTAS A RECEBER PARA O LAYOUT COM         *
      * PARCELAS (VER TITULO.CPY). O CADASTRO ANTIGO, CHAVEADO SO    *
      * PELO NUMERO DO PEDIDO, DEVE SER RENOMEADO PARA               *
      * 'cadTituloAnterior' ANTES DA EXECUCAO; CADA TITULO ANTIGO    *
      * VIRA A PARCELA 01 DO SEU PEDIDO NO NOVO 'cadTitulo'. SE O    *
      * NOVO CADASTRO JA EXISTIR, A CONVERSAO NAO E FEITA. O VALOR   *
      * JA PAGO DE CADA TITULO VIRA UM MOVIMENTO DE IMPLANTACAO NO   *
      * RAZAO (VER MOVTITULO.CPY), PARA QUE O EXTRATO DE CONTA DO    *
      * CLIENTE FECHE COM O SALDO DOS TITULOS.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TITULO-ANT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS TA-NUM-PEDIDO
                  FILE STATUS   IS WA-FILE-STATUS.

           SELECT ARQ-TITULO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE
                  ALTERNATE RECORD KEY IS TIT-COD-CLIENTE
                                WITH DUPLICATES
                  FILE STATUS   IS WB-FILE-STATUS.

           SELECT ARQ-MOVTITULO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * LAYOUT ANTERIOR DO TITULO: UM UNICO TITULO POR PEDIDO.
       FD  ARQ-TITULO-ANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTituloAnterior'.
       01  ARQ-TITULO-ANT-REG.
           03 TA-NUM-PEDIDO       PIC  9(007).
           03 TA-COD-CLIENTE      PIC  9(007).
           03 TA-COD-VENDEDOR     PIC  9(003).
           03 TA-DATA-EMISSAO     PIC  9(008).
           03 TA-DATA-VENCIMENTO  PIC  9(008).
           03 TA-VALOR            PIC  9(009)V9(002).
           03 TA-VALOR-PAGO       PIC  9(009)V9(002).
           03 TA-STATUS           PIC  X(001).

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-MOVTITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'movTitulo'.
       COPY "MOVTITULO.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WA-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WB-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WM-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-FIM-TITULO           PIC  X(001) VALUE "N".
       77 W-QTD-LIDOS            PIC  9(007) VALUE ZEROS.
       77 W-QTD-GRAVADOS         PIC  9(007) VALUE ZEROS.
       77 W-QTD-REJEITADOS       PIC  9(007) VALUE ZEROS.
       77 W-MENSAGEM             PIC  X(050) VALUE SPACES.

       SCREEN SECTION.
       01 CONFIRMAR-CONVERSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 24 VALUE "CONVERSAO DO CONTAS A RECEBER".
          02 LINE 07 COL 10 VALUE
             "CONVERTE cadTituloAnterior PARA O LAYOUT COM".
          02 LINE 08 COL 10 VALUE
             "PARCELAS EM cadTitulo (PARCELA 01 POR PEDIDO).".
          02 LINE 10 COL 10 "CONFIRMA A CONVERSAO?(S/N):".
          02 LINE 10 COL 38, PIC X TO W-CONFIRMA.

       01 RESULTADO-CONVERSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 24 VALUE "CONVERSAO DO CONTAS A RECEBER".
          02 LINE 07 COL 10, PIC X(050) FROM W-MENSAGEM.
          02 LINE 09 COL 10 VALUE "TITULOS LIDOS     :".
          02 LINE 09 COL 30, PIC ZZZZZZ9 FROM W-QTD-LIDOS.
          02 LINE 10 COL 10 VALUE "PARCELAS GRAVADAS :".
          02 LINE 10 COL 30, PIC ZZZZZZ9 FROM W-QTD-GRAVADOS.
          02 LINE 11 COL 10 VALUE "REJEITADOS        :".
          02 LINE 11 COL 30, PIC ZZZZZZ9 FROM W-QTD-REJEITADOS.
          02 LINE 13 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 13 COL 39, PIC X TO W-CONFIRMA.

       PROCEDURE DIVISION.
       000-INICIO.
           DISPLAY CONFIRMAR-CONVERSAO
           ACCEPT  CONFIRMAR-CONVERSAO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL TO "S"
              PERFORM 100-CONVERTER
              DISPLAY RESULTADO-CONVERSAO
              ACCEPT  RESULTADO-CONVERSAO
           END-IF

           CHAIN "MENU".

      * O NOVO CADASTRO SO E CRIADO SE AINDA NAO EXISTIR, PARA QUE
      * UMA SEGUNDA EXECUCAO NAO APAGUE TITULOS JA EM USO.
       100-CONVERTER.
           OPEN INPUT ARQ-TITULO-ANT

           IF WA-FILE-STATUS NOT EQUAL TO "00"
              MOVE "CADASTRO cadTituloAnterior NAO ENCONTRADO"
                TO W-MENSAGEM
           ELSE
              OPEN INPUT ARQ-TITULO

              IF WB-FILE-STATUS EQUAL TO "00"
                 CLOSE ARQ-TITULO
                 CLOSE ARQ-TITULO-ANT
                 MOVE "cadTitulo JA EXISTE; CONVERSAO NAO EXECUTADA"
                   TO W-MENSAGEM
              ELSE
                 OPEN OUTPUT ARQ-TITULO
                 OPEN EXTEND ARQ-MOVTITULO
                 MOVE "N" TO W-FIM-TITULO

                 READ ARQ-TITULO-ANT
                   AT END MOVE "S" TO W-FIM-TITULO
                 END-READ

                 PERFORM 110-CONVERTER-TITULO
                   UNTIL W-FIM-TITULO = "S"

                 CLOSE ARQ-MOVTITULO
                 CLOSE ARQ-TITULO
                 CLOSE ARQ-TITULO-ANT
                 MOVE "CONVERSAO CONCLUIDA" TO W-MENSAGEM
              END-IF
           END-IF.

       110-CONVERTER-TITULO.
           ADD 1 TO W-QTD-LIDOS

           MOVE TA-NUM-PEDIDO      TO TIT-NUM-PEDIDO
           MOVE 1                  TO TIT-NUM-PARCELA
           MOVE TA-COD-CLIENTE     TO TIT-COD-CLIENTE
           MOVE TA-COD-VENDEDOR    TO TIT-COD-VENDEDOR
           MOVE TA-DATA-EMISSAO    TO TIT-DATA-EMISSAO
           MOVE TA-DATA-VENCIMENTO TO TIT-DATA-VENCIMENTO
           MOVE TA-VALOR           TO TIT-VALOR
           MOVE TA-VALOR-PAGO      TO TIT-VALOR-PAGO
           MOVE TA-STATUS          TO TIT-STATUS

           WRITE ARQ-TITULO-REG

           IF WB-FILE-STATUS EQUAL TO "00"
              ADD 1 TO W-QTD-GRAVADOS
              IF TIT-VALOR-PAGO GREATER THAN ZEROS
                 PERFORM 120-GRAVAR-IMPLANTACAO
              END-IF
           ELSE
              ADD 1 TO W-QTD-REJEITADOS
           END-IF

           READ ARQ-TITULO-ANT
             AT END MOVE "S" TO W-FIM-TITULO
           END-READ.

      * O PAGO ANTES DO RAZAO NAO TEM DATA CONHECIDA: ENTRA COMO UM
      * MOVIMENTO UNICO NA DATA DE EMISSAO DO TITULO.
       120-GRAVAR-IMPLANTACAO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MT-DATA-HORA
           MOVE TIT-DATA-EMISSAO  TO MT-DATA-MOVIMENTO
           MOVE TIT-NUM-PEDIDO    TO MT-NUM-PEDIDO
           MOVE TIT-NUM-PARCELA   TO MT-NUM-PARCELA
           MOVE TIT-COD-CLIENTE   TO MT-COD-CLIENTE
           MOVE TIT-COD-VENDEDOR  TO MT-COD-VENDEDOR
           MOVE "P"               TO MT-TIPO
           MOVE TIT-VALOR-PAGO    TO MT-VALOR
           MOVE "CONVERSAO"       TO MT-USUARIO
           MOVE "I"               TO MT-ORIGEM

           WRITE ARQ-MOVTITULO-REG.

       END PROGRAM CONVTITULO.
