       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TELAESTOQUE AS "TELAESTOQUE".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * MOVIMENTACAO MANUAL DO ESTOQUE DE PRODUTOS (PRODUTO.CPY):    *
      * ENTRADA POR RECEBIMENTO DE MERCADORIA E AJUSTE DE INVENTARIO *
      * (PARA MAIS OU PARA MENOS). UM AJUSTE NEGATIVO NAO PODE LEVAR *
      * O FISICO ABAIXO DO QUE JA ESTA RESERVADO PARA PEDIDOS. CADA  *
      * MOVIMENTO E APENSADO AO RAZAO DE ESTOQUE (MOVESTOQUE.CPY)    *
      * COM O USUARIO DA SESSAO E O DOCUMENTO INFORMADO. RESERVA,    *
      * SAIDA E LIBERACAO SAO GERADAS PELA TELA DE PEDIDOS.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PRD-COD-PRODUTO
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT ARQ-MOVESTOQUE ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WE-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadProduto'.
       COPY "PRODUTO.CPY".

       FD  ARQ-MOVESTOQUE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'movEstoque'.
       COPY "MOVESTOQUE.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WOPCAO                 PIC  9      VALUE ZEROS.
       77 WF-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WE-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".

      * TIPO DO MOVIMENTO EM DIGITACAO: "E" ENTRADA, "A" AJUSTE.
       77 W-TIPO-MOVIMENTO       PIC  X(001) VALUE SPACES.
       77 W-TITULO-TELA          PIC  X(030) VALUE SPACES.

      * ESPELHO DO PRODUTO PARA EXIBICAO E DADOS DO MOVIMENTO.
       01  W-ESTOQUE-TELA.
           03 W-EST-COD-PRODUTO  PIC  9(005) VALUE ZEROS.
           03 W-EST-DESCRICAO    PIC  X(040) VALUE SPACES.
           03 W-EST-UNIDADE      PIC  X(003) VALUE SPACES.
           03 W-EST-FISICO       PIC  9(007)V9(002) VALUE ZEROS.
           03 W-EST-RESERVADO    PIC  9(007)V9(002) VALUE ZEROS.
           03 W-EST-DISPONIVEL   PIC S9(007)V9(002) VALUE ZEROS.
           03 W-EST-MINIMO       PIC  9(007)V9(002) VALUE ZEROS.
           03 W-EST-QUANTIDADE   PIC  9(007)V9(002) VALUE ZEROS.
           03 W-EST-SENTIDO      PIC  X(001) VALUE "+".
           03 W-EST-DOCUMENTO    PIC  X(020) VALUE SPACES.

       SCREEN SECTION.
       01 MENU-ESTOQUE.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 29 VALUE "MOVIMENTACAO DE ESTOQUE".
          02 LINE 07 COL 10 VALUE "[1] ENTRADA (RECEBIMENTO)".
          02 LINE 08 COL 10 VALUE "[2] AJUSTE DE INVENTARIO".
          02 LINE 09 COL 10 VALUE "[3] VOLTAR AO MENU PRINCIPAL".
          02 LINE 11 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 11 COL 34 PIC 9 TO WOPCAO AUTO.

       01 BUSCAR-PRODUTO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 29, PIC X(030) FROM W-TITULO-TELA.
          02 LINE 07 COL 10 VALUE "CODIGO DO PRODUTO:".
          02 LINE 07 COL 29, PIC ZZZZ9 TO W-EST-COD-PRODUTO.

       01 MOVIMENTAR-ESTOQUE AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 29, PIC X(030) FROM W-TITULO-TELA.
          02 LINE 06 COL 10 VALUE "PRODUTO       :".
          02 LINE 06 COL 26, PIC ZZZZ9 FROM W-EST-COD-PRODUTO.
          02 LINE 06 COL 32, PIC X(040) FROM W-EST-DESCRICAO.
          02 LINE 07 COL 10 VALUE "UNIDADE       :".
          02 LINE 07 COL 26, PIC X(003) FROM W-EST-UNIDADE.
          02 LINE 08 COL 10 VALUE "FISICO        :".
          02 LINE 08 COL 26, PIC ZZZZZZ9,99 FROM W-EST-FISICO.
          02 LINE 09 COL 10 VALUE "RESERVADO     :".
          02 LINE 09 COL 26, PIC ZZZZZZ9,99 FROM W-EST-RESERVADO.
          02 LINE 10 COL 10 VALUE "DISPONIVEL    :".
          02 LINE 10 COL 26, PIC -ZZZZZZ9,99 FROM W-EST-DISPONIVEL.
          02 LINE 11 COL 10 VALUE "ESTOQUE MINIMO:".
          02 LINE 11 COL 26, PIC ZZZZZZ9,99 FROM W-EST-MINIMO.
          02 LINE 13 COL 10 VALUE "QUANTIDADE    :".
          02 LINE 13 COL 26, PIC ZZZZZZ9,99 TO W-EST-QUANTIDADE.
          02 LINE 14 COL 10 VALUE "SENTIDO (+/-) :".
          02 LINE 14 COL 26, PIC X(001) USING W-EST-SENTIDO.
          02 LINE 15 COL 10 VALUE "DOCUMENTO     :".
          02 LINE 15 COL 26, PIC X(020) TO W-EST-DOCUMENTO.
          02 LINE 17 COL 10
             "CONFIRMA O MOVIMENTO?(S/N):".
          02 LINE 17 COL 38, PIC X TO W-CONFIRMA.

       01 MENSAGEM-PRODUTO-INVALIDO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "PRODUTO NAO ENCONTRADO".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-QUANTIDADE-INVALIDA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "QUANTIDADE INVALIDA (ZERADA, SENTIDO INVALIDO OU".
          02 LINE 08 COL 10 VALUE
             "AJUSTE ABAIXO DO RESERVADO PARA PEDIDOS)".
          02 LINE 10 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 10 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-ERRO-GRAVACAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "ERRO NA GRAVACAO DO PRODUTO".
          02 LINE 08 COL 10 VALUE "FILE STATUS:".
          02 LINE 08 COL 23, PIC X(002) FROM WF-FILE-STATUS.
          02 LINE 10 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 10 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-MOVIMENTO-OK AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "MOVIMENTO REGISTRADO".
          02 LINE 08 COL 10 VALUE "NOVO SALDO FISICO:".
          02 LINE 08 COL 29, PIC ZZZZZZ9,99 FROM W-EST-FISICO.
          02 LINE 10 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 10 COL 39, PIC X TO W-CONFIRMA.

       PROCEDURE DIVISION.
       000-INICIO.
           DISPLAY MENU-ESTOQUE
           ACCEPT  MENU-ESTOQUE

           EVALUATE WOPCAO
             WHEN 1
                MOVE "E" TO W-TIPO-MOVIMENTO
                MOVE "ENTRADA DE MERCADORIA" TO W-TITULO-TELA
                PERFORM 100-MOVIMENTAR
             WHEN 2
                MOVE "A" TO W-TIPO-MOVIMENTO
                MOVE "AJUSTE DE INVENTARIO" TO W-TITULO-TELA
                PERFORM 100-MOVIMENTAR
             WHEN 3
                CALL "MENU"
             WHEN OTHER
                PERFORM 000-INICIO
           END-EVALUATE.

      * LE O PRODUTO, MOSTRA OS SALDOS E ACEITA O MOVIMENTO. NA
      * ENTRADA O SENTIDO E SEMPRE "+"; NO AJUSTE E DIGITADO.
       100-MOVIMENTAR.
           OPEN I-O ARQ-PRODUTO

           MOVE ZEROS TO W-EST-COD-PRODUTO
           DISPLAY BUSCAR-PRODUTO
           ACCEPT  BUSCAR-PRODUTO

           IF W-EST-COD-PRODUTO EQUAL TO ZEROS
              CLOSE ARQ-PRODUTO
              PERFORM 000-INICIO
           END-IF

           MOVE W-EST-COD-PRODUTO TO PRD-COD-PRODUTO
           READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO

           IF WF-FILE-STATUS NOT EQUAL TO "00"
              CLOSE ARQ-PRODUTO
              DISPLAY MENSAGEM-PRODUTO-INVALIDO
              ACCEPT  MENSAGEM-PRODUTO-INVALIDO
              PERFORM 000-INICIO
           END-IF

           PERFORM 150-CARREGAR-PRODUTO-TELA
           MOVE ZEROS  TO W-EST-QUANTIDADE
           MOVE "+"    TO W-EST-SENTIDO
           MOVE SPACES TO W-EST-DOCUMENTO

           DISPLAY MOVIMENTAR-ESTOQUE
           ACCEPT  MOVIMENTAR-ESTOQUE

           EVALUATE FUNCTION UPPER-CASE(W-CONFIRMA)
             WHEN 'S'
                PERFORM 110-GRAVAR-MOVIMENTO
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           CLOSE ARQ-PRODUTO
           PERFORM 000-INICIO.

       110-GRAVAR-MOVIMENTO.
           IF W-TIPO-MOVIMENTO EQUAL TO "E"
              MOVE "+" TO W-EST-SENTIDO
           END-IF

           IF W-EST-QUANTIDADE EQUAL TO ZEROS
              OR (W-EST-SENTIDO NOT EQUAL TO "+"
                  AND W-EST-SENTIDO NOT EQUAL TO "-")
              OR (W-EST-SENTIDO EQUAL TO "-"
                  AND W-EST-QUANTIDADE GREATER THAN W-EST-DISPONIVEL)
              DISPLAY MENSAGEM-QUANTIDADE-INVALIDA
              ACCEPT  MENSAGEM-QUANTIDADE-INVALIDA
           ELSE
              IF W-EST-SENTIDO EQUAL TO "+"
                 ADD W-EST-QUANTIDADE TO PRD-QTD-ESTOQUE
              ELSE
                 SUBTRACT W-EST-QUANTIDADE FROM PRD-QTD-ESTOQUE
              END-IF

              REWRITE ARQ-PRODUTO-REG

              IF WF-FILE-STATUS NOT EQUAL TO "00"
                 DISPLAY MENSAGEM-ERRO-GRAVACAO
                 ACCEPT  MENSAGEM-ERRO-GRAVACAO
              ELSE
                 PERFORM 160-GRAVAR-MOVIMENTO
                 MOVE PRD-QTD-ESTOQUE TO W-EST-FISICO
                 DISPLAY MENSAGEM-MOVIMENTO-OK
                 ACCEPT  MENSAGEM-MOVIMENTO-OK
              END-IF
           END-IF.

      * PRODUTO GRAVADO ANTES DO CONTROLE DE ESTOQUE VEM CURTO E OS
      * CAMPOS DE SALDO VOLTAM EM BRANCO; SANEIA PARA ZEROS.
       150-CARREGAR-PRODUTO-TELA.
           IF PRD-ESTOQUE-MINIMO NOT NUMERIC
              MOVE ZEROS TO PRD-ESTOQUE-MINIMO
           END-IF

           IF PRD-QTD-ESTOQUE NOT NUMERIC
              MOVE ZEROS TO PRD-QTD-ESTOQUE
           END-IF

           IF PRD-QTD-RESERVADA NOT NUMERIC
              MOVE ZEROS TO PRD-QTD-RESERVADA
           END-IF

           MOVE PRD-DESCRICAO      TO W-EST-DESCRICAO
           MOVE PRD-UNIDADE        TO W-EST-UNIDADE
           MOVE PRD-QTD-ESTOQUE    TO W-EST-FISICO
           MOVE PRD-QTD-RESERVADA  TO W-EST-RESERVADO
           MOVE PRD-ESTOQUE-MINIMO TO W-EST-MINIMO
           COMPUTE W-EST-DISPONIVEL = PRD-QTD-ESTOQUE
                                    - PRD-QTD-RESERVADA.

      * APENSA O MOVIMENTO AO RAZAO DE ESTOQUE, COM O USUARIO DA
      * SESSAO E O SALDO RESULTANTE.
       160-GRAVAR-MOVIMENTO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO ME-DATA-HORA
           MOVE PRD-COD-PRODUTO   TO ME-COD-PRODUTO
           MOVE W-TIPO-MOVIMENTO  TO ME-TIPO
           MOVE W-EST-SENTIDO     TO ME-SENTIDO
           MOVE W-EST-QUANTIDADE  TO ME-QUANTIDADE
           MOVE ZEROS             TO ME-NUM-PEDIDO, ME-SEQ-ITEM
           MOVE PRD-QTD-ESTOQUE   TO ME-SALDO-ESTOQUE
           MOVE PRD-QTD-RESERVADA TO ME-SALDO-RESERVADO
           MOVE SS-USUARIO        TO ME-USUARIO
           MOVE W-EST-DOCUMENTO   TO ME-DOCUMENTO

           OPEN EXTEND ARQ-MOVESTOQUE
           WRITE ARQ-MOVESTOQUE-REG
           CLOSE ARQ-MOVESTOQUE.

       END PROGRAM TELAESTOQUE.
