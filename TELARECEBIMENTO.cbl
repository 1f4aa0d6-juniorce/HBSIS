      * PARCIAIS) SOBRE OS TITULOS GERADOS PELO FATURAMENTO DOS      *
      * PEDIDOS (VER TITULO.CPY). UM PAGAMENTO QUE COMPLETA O VALOR  *
      * DO TITULO O MARCA COMO QUITADO; PAGAMENTOS PARCIAIS DEIXAM   *
      * O SALDO EM ABERTO PARA O AGING DE RECEBIVEIS. O TITULO E     *
      * IDENTIFICADO PELO PEDIDO E PELA PARCELA; PARCELA 00 BUSCA A  *
      * PRIMEIRA PARCELA EM ABERTO DO PEDIDO. CADA PAGAMENTO E       *
      * APENSADO AO RAZAO DE MOVIMENTOS (VER MOVTITULO.CPY).         *
      *****************************************************************

       ENVIRONMENT DIVISION.
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

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TITULO
           VALUE OF FILE-ID IS 'cadTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-MOVTITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'movTitulo'.
       COPY "MOVTITULO.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WOPCAO                 PIC  9      VALUE ZEROS.
       77 WB-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WM-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-OPCAO-LISTA          PIC  X(001) VALUE SPACES.
       77 W-FIM-PARCELAS         PIC  X(001) VALUE "N".
       77 W-BUSCA-ABERTA         PIC  X(001) VALUE "N".
      * CLIENTE DA LISTAGEM (ZEROS = TODOS OS TITULOS).
       77 W-LISTA-CLIENTE        PIC  9(007) VALUE ZEROS.

      * ESPELHO DO TITULO PARA EXIBICAO, COM O SALDO EM ABERTO E O
      * VALOR DO PAGAMENTO EM DIGITACAO.
       01  W-TITULO-TELA.
           03 W-TIT-NUM          PIC  9(007) VALUE ZEROS.
           03 W-TIT-PARCELA      PIC  9(002) VALUE ZEROS.
           03 W-TIT-CLIENTE      PIC  9(007) VALUE ZEROS.
           03 W-TIT-VENDEDOR     PIC  9(003) VALUE ZEROS.
           03 W-TIT-EMISSAO      PIC  9(008) VALUE ZEROS.
          02 LINE 04 COL 33 VALUE "CONTAS A RECEBER".
          02 LINE 07 COL 10 VALUE "NUMERO DO TITULO (= PEDIDO):".
          02 LINE 07 COL 39, PIC ZZZZZZ9 TO W-TIT-NUM.
          02 LINE 08 COL 10 VALUE "PARCELA (00 = PRIMEIRA ABERTA):".
          02 LINE 08 COL 42, PIC 99 TO W-TIT-PARCELA.

       01 BUSCAR-CLIENTE-LISTA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "LISTAR TITULOS".
          02 LINE 07 COL 10 VALUE "CLIENTE (0 = TODOS):".
          02 LINE 07 COL 31, PIC ZZZZZZ9 TO W-LISTA-CLIENTE.

       01 REGISTRAR-PAGAMENTO AUTO.
          02 BLANK SCREEN.
          02 LINE 04 COL 31 VALUE "REGISTRAR PAGAMENTO".
          02 LINE 06 COL 10 VALUE "TITULO        :".
          02 LINE 06 COL 26, PIC ZZZZZZ9 FROM W-TIT-NUM.
          02 LINE 06 COL 34 VALUE "PARCELA:".
          02 LINE 06 COL 43, PIC 99 FROM W-TIT-PARCELA.
          02 LINE 07 COL 10 VALUE "CLIENTE       :".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM W-TIT-CLIENTE.
          02 LINE 08 COL 10 VALUE "VENCIMENTO    :".
          02 LINE 04 COL 33 VALUE "CONSULTAR TITULO".
          02 LINE 06 COL 10 VALUE "TITULO        :".
          02 LINE 06 COL 26, PIC ZZZZZZ9 FROM W-TIT-NUM.
          02 LINE 06 COL 34 VALUE "PARCELA:".
          02 LINE 06 COL 43, PIC 99 FROM W-TIT-PARCELA.
          02 LINE 07 COL 10 VALUE "CLIENTE       :".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM W-TIT-CLIENTE.
          02 LINE 08 COL 10 VALUE "VENDEDOR      :".
          02 LINE 04 COL 33 VALUE "LISTAR TITULOS".
          02 LINE 06 COL 10 VALUE "TITULO        :".
          02 LINE 06 COL 26, PIC ZZZZZZ9 FROM W-TIT-NUM.
          02 LINE 06 COL 34 VALUE "PARCELA:".
          02 LINE 06 COL 43, PIC 99 FROM W-TIT-PARCELA.
          02 LINE 07 COL 10 VALUE "CLIENTE       :".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM W-TIT-CLIENTE.
          02 LINE 08 COL 10 VALUE "VENCIMENTO    :".
           DISPLAY BUSCAR-TITULO
           ACCEPT  BUSCAR-TITULO

           MOVE "S" TO W-BUSCA-ABERTA
           PERFORM 120-LER-TITULO

           IF WB-FILE-STATUS NOT EQUAL TO "00"
              CLOSE ARQ-TITULO

              REWRITE ARQ-TITULO-REG

              PERFORM 160-GRAVAR-MOVIMENTO

              MOVE TIT-STATUS TO W-TIT-STATUS
              DISPLAY MENSAGEM-PAGAMENTO-OK
              ACCEPT  MENSAGEM-PAGAMENTO-OK
           END-IF.

      * LE O TITULO (PEDIDO, PARCELA) DIGITADO. PARCELA 00 POSICIONA
      * NO PEDIDO E PEGA A PRIMEIRA PARCELA EM ABERTO (PAGAMENTO) OU
      * A PRIMEIRA PARCELA QUALQUER (CONSULTA, W-BUSCA-ABERTA = "N").
      * TITULO NAO ENCONTRADO DEIXA WB-FILE-STATUS DIFERENTE DE "00".
       120-LER-TITULO.
           MOVE W-TIT-NUM     TO TIT-NUM-PEDIDO
           MOVE W-TIT-PARCELA TO TIT-NUM-PARCELA

           IF W-TIT-PARCELA GREATER THAN ZEROS
              READ ARQ-TITULO RECORD KEY IS TIT-CHAVE
           ELSE
              START ARQ-TITULO KEY IS NOT LESS THAN TIT-CHAVE

              IF WB-FILE-STATUS EQUAL TO "00"
                 MOVE "N" TO W-FIM-PARCELAS
                 READ ARQ-TITULO NEXT RECORD
                 PERFORM 125-PROCURAR-PARCELA
                   UNTIL W-FIM-PARCELAS = "S"
              END-IF
           END-IF.

       125-PROCURAR-PARCELA.
           IF WB-FILE-STATUS NOT EQUAL TO "00"
              OR TIT-NUM-PEDIDO NOT EQUAL TO W-TIT-NUM
              MOVE "23" TO WB-FILE-STATUS
              MOVE "S"  TO W-FIM-PARCELAS
           ELSE
              IF TITULO-ABERTO OR W-BUSCA-ABERTA EQUAL TO "N"
                 MOVE "S" TO W-FIM-PARCELAS
              ELSE
                 READ ARQ-TITULO NEXT RECORD
              END-IF
           END-IF.

       150-CARREGAR-TITULO-TELA.
           MOVE TIT-NUM-PEDIDO      TO W-TIT-NUM
           MOVE TIT-NUM-PARCELA     TO W-TIT-PARCELA
           MOVE TIT-COD-CLIENTE     TO W-TIT-CLIENTE
           MOVE TIT-COD-VENDEDOR    TO W-TIT-VENDEDOR
           MOVE TIT-DATA-EMISSAO    TO W-TIT-EMISSAO
           MOVE TIT-STATUS          TO W-TIT-STATUS
           COMPUTE W-TIT-SALDO = TIT-VALOR - TIT-VALOR-PAGO.

      * APENSA O PAGAMENTO AO RAZAO DE MOVIMENTOS, COM O USUARIO DA
      * SESSAO E ORIGEM MANUAL.
       160-GRAVAR-MOVIMENTO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO MT-DATA-HORA
           MOVE FUNCTION CURRENT-DATE(1:8)  TO MT-DATA-MOVIMENTO
           MOVE TIT-NUM-PEDIDO    TO MT-NUM-PEDIDO
           MOVE TIT-NUM-PARCELA   TO MT-NUM-PARCELA
           MOVE TIT-COD-CLIENTE   TO MT-COD-CLIENTE
           MOVE TIT-COD-VENDEDOR  TO MT-COD-VENDEDOR
           MOVE "P"               TO MT-TIPO
           MOVE W-VALOR-PAGAMENTO TO MT-VALOR
           MOVE SS-USUARIO        TO MT-USUARIO
           MOVE "M"               TO MT-ORIGEM

           OPEN EXTEND ARQ-MOVTITULO
           WRITE ARQ-MOVTITULO-REG
           CLOSE ARQ-MOVTITULO.

       600-CONSULTA.
           OPEN INPUT ARQ-TITULO

           DISPLAY BUSCAR-TITULO
           ACCEPT  BUSCAR-TITULO

           MOVE "N" TO W-BUSCA-ABERTA
           PERFORM 120-LER-TITULO

           IF WB-FILE-STATUS NOT EQUAL TO "00"
              CLOSE ARQ-TITULO
              PERFORM 000-INICIO
           END-IF.

      * COM CLIENTE INFORMADO, A LISTAGEM PERCORRE SO OS TITULOS DELE
      * PELA CHAVE ALTERNADA; SEM CLIENTE, TODOS NA ORDEM DO TITULO.
       700-LISTAR-TITULOS.
           MOVE ZEROS TO W-LISTA-CLIENTE

           DISPLAY BUSCAR-CLIENTE-LISTA
           ACCEPT  BUSCAR-CLIENTE-LISTA

           OPEN INPUT ARQ-TITULO

           IF W-LISTA-CLIENTE GREATER THAN ZEROS
              MOVE W-LISTA-CLIENTE TO TIT-COD-CLIENTE
              START ARQ-TITULO KEY IS EQUAL TO TIT-COD-CLIENTE
           ELSE
              MOVE LOW-VALUES TO TIT-CHAVE
              START ARQ-TITULO KEY IS NOT LESS THAN TIT-CHAVE
           END-IF

           IF WB-FILE-STATUS EQUAL TO "00"
              READ ARQ-TITULO NEXT RECORD
              PERFORM 720-CONFERIR-CLIENTE-LISTA
           END-IF

           IF WB-FILE-STATUS NOT EQUAL TO "00"
              DISPLAY MENSAGEM-LISTA-VAZIA
              CLOSE ARQ-TITULO
              PERFORM 000-INICIO
           ELSE
              PERFORM 710-EXIBIR-TITULO
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(W-OPCAO-LISTA)
             WHEN 'N'
                READ ARQ-TITULO NEXT RECORD
                PERFORM 720-CONFERIR-CLIENTE-LISTA
                IF WB-FILE-STATUS NOT EQUAL TO "00"
                   DISPLAY MENSAGEM-FIM-LISTA
                   ACCEPT  MENSAGEM-FIM-LISTA
                PERFORM 710-EXIBIR-TITULO
             WHEN 'A'
                READ ARQ-TITULO PREVIOUS RECORD
                PERFORM 720-CONFERIR-CLIENTE-LISTA
                IF WB-FILE-STATUS NOT EQUAL TO "00"
                   DISPLAY MENSAGEM-FIM-LISTA
                   ACCEPT  MENSAGEM-FIM-LISTA
                PERFORM 000-INICIO
           END-EVALUATE.

      * TITULO DE OUTRO CLIENTE ENCERRA A LISTAGEM FILTRADA.
       720-CONFERIR-CLIENTE-LISTA.
           IF WB-FILE-STATUS EQUAL TO "00"
              AND W-LISTA-CLIENTE GREATER THAN ZEROS
              AND TIT-COD-CLIENTE NOT EQUAL TO W-LISTA-CLIENTE
              MOVE "10" TO WB-FILE-STATUS
           END-IF.

       END PROGRAM TELARECEBIMENTO.
