      * MANUTENCAO DO CADASTRO DE PRODUTOS (CADPRODUTO). A ENTRADA   *
      * DE PEDIDOS VALIDA OS CODIGOS DE PRODUTO DOS ITENS CONTRA     *
      * ESTE CADASTRO E USA O PRECO DE LISTA COMO REFERENCIA DO      *
      * PRECO PRATICADO. O ESTOQUE MINIMO E MANTIDO AQUI; OS SALDOS  *
      * DE ESTOQUE SO MUDAM PELA MOVIMENTACAO (TELAESTOQUE) E PELOS  *
      * PEDIDOS, E AQUI SAO APENAS EXIBIDOS. OS PRECOS NEGOCIADOS    *
      * POR CLIENTE OU GRUPO SAO MANTIDOS NA TELACONTRATO.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
           03 W-PRD-UNIDADE      PIC  X(003) VALUE SPACES.
           03 W-PRD-PRECO-LISTA  PIC  9(009)V9(002) VALUE ZEROS.
           03 W-PRD-STATUS       PIC  X(001) VALUE "A".
           03 W-PRD-ESTOQUE-MINIMO PIC 9(007)V9(002) VALUE ZEROS.
           03 W-PRD-QTD-ESTOQUE  PIC  9(007)V9(002) VALUE ZEROS.
           03 W-PRD-QTD-RESERVADA PIC 9(007)V9(002) VALUE ZEROS.
           03 W-PRD-PRECO-FUTURO PIC  9(009)V9(002) VALUE ZEROS.
           03 W-PRD-DATA-VIGENCIA PIC 9(008) VALUE ZEROS.
      * DISPONIVEL = FISICO - RESERVADO (NEGATIVO SE UM AJUSTE DE
      * INVENTARIO BAIXOU O FISICO ABAIXO DAS RESERVAS).
       77 W-PRD-DISPONIVEL       PIC S9(007)V9(002) VALUE ZEROS.

       SCREEN SECTION.
       01 MENU-PRODUTO.
          02 LINE 07 COL 10 VALUE "[1] INCLUIR OU ALTERAR PRODUTO".
          02 LINE 08 COL 10 VALUE "[2] CONSULTAR PRODUTO".
          02 LINE 09 COL 10 VALUE "[3] LISTAR PRODUTOS".
          02 LINE 10 COL 10 VALUE "[4] CONTRATOS DE PRECO NEGOCIADO".
          02 LINE 11 COL 10 VALUE "[5] VOLTAR AO MENU PRINCIPAL".
          02 LINE 13 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 13 COL 34 PIC 9 TO WOPCAO AUTO.

       01 BUSCAR-PRODUTO AUTO.
          02 BLANK SCREEN.
             USING W-PRD-PRECO-LISTA.
          02 LINE 11 COL 10 VALUE "STATUS (A/I)  :".
          02 LINE 11 COL 26, PIC X(001) USING W-PRD-STATUS.
          02 LINE 12 COL 10 VALUE "ESTOQUE MINIMO:".
          02 LINE 12 COL 26, PIC ZZZZZZ9,99 USING W-PRD-ESTOQUE-MINIMO.
          02 LINE 13 COL 10 VALUE "FISICO/RESERV.:".
          02 LINE 13 COL 26, PIC ZZZZZZ9,99 FROM W-PRD-QTD-ESTOQUE.
          02 LINE 13 COL 38, PIC ZZZZZZ9,99 FROM W-PRD-QTD-RESERVADA.
          02 LINE 15 COL 10
             "CONFIRMA A GRAVACAO DO PRODUTO?(S/N):".
          02 LINE 15 COL 48, PIC X TO W-CONFIRMA.
             FROM W-PRD-PRECO-LISTA.
          02 LINE 11 COL 10 VALUE "STATUS        :".
          02 LINE 11 COL 26, PIC X(001) FROM W-PRD-STATUS.
          02 LINE 12 COL 10 VALUE "ESTOQUE MINIMO:".
          02 LINE 12 COL 26, PIC ZZZZZZ9,99 FROM W-PRD-ESTOQUE-MINIMO.
          02 LINE 13 COL 10 VALUE "FISICO/RESERV.:".
          02 LINE 13 COL 26, PIC ZZZZZZ9,99 FROM W-PRD-QTD-ESTOQUE.
          02 LINE 13 COL 38, PIC ZZZZZZ9,99 FROM W-PRD-QTD-RESERVADA.
          02 LINE 14 COL 10 VALUE "DISPONIVEL    :".
          02 LINE 14 COL 26, PIC -ZZZZZZ9,99 FROM W-PRD-DISPONIVEL.
          02 LINE 15 COL 10 VALUE "PRECO AGENDADO:".
          02 LINE 15 COL 26, PIC ZZZZZZZZ9,99
             FROM W-PRD-PRECO-FUTURO.
          02 LINE 15 COL 39 VALUE "A PARTIR DE".
          02 LINE 15 COL 51, PIC ZZZZZZZZ FROM W-PRD-DATA-VIGENCIA.
          02 LINE 16 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 16 COL 39, PIC X TO W-CONFIRMA.

       01 LISTAR-PRODUTO AUTO.
          02 BLANK SCREEN.
             FROM W-PRD-PRECO-LISTA.
          02 LINE 11 COL 10 VALUE "STATUS        :".
          02 LINE 11 COL 26, PIC X(001) FROM W-PRD-STATUS.
          02 LINE 12 COL 10 VALUE "ESTOQUE MINIMO:".
          02 LINE 12 COL 26, PIC ZZZZZZ9,99 FROM W-PRD-ESTOQUE-MINIMO.
          02 LINE 13 COL 10 VALUE "FISICO/RESERV.:".
          02 LINE 13 COL 26, PIC ZZZZZZ9,99 FROM W-PRD-QTD-ESTOQUE.
          02 LINE 13 COL 38, PIC ZZZZZZ9,99 FROM W-PRD-QTD-RESERVADA.
          02 LINE 14 COL 10 VALUE "DISPONIVEL    :".
          02 LINE 14 COL 26, PIC -ZZZZZZ9,99 FROM W-PRD-DISPONIVEL.
          02 LINE 16 COL 10 VALUE
             "[N] PROXIMO  [A] ANTERIOR  [F] FINALIZAR".
          02 LINE 17 COL 10, "OPCAO:".
          02 LINE 17 COL 17, PIC X TO W-OPCAO-LISTA.

       01 MENSAGEM-PRODUTO-INVALIDO AUTO.
          02 BLANK SCREEN.
             WHEN 3
                PERFORM 700-LISTAR-PRODUTO
             WHEN 4
                CHAIN "TELACONTRATO"
             WHEN 5
                CALL "MENU"
             WHEN OTHER
                PERFORM 000-INICIO
           MOVE "N"    TO W-ACHOU-PRODUTO
           MOVE SPACES TO W-PRD-DESCRICAO, W-PRD-UNIDADE
           MOVE ZEROS  TO W-PRD-PRECO-LISTA
           MOVE ZEROS  TO W-PRD-ESTOQUE-MINIMO, W-PRD-QTD-ESTOQUE,
                          W-PRD-QTD-RESERVADA
           MOVE "A"    TO W-PRD-STATUS

           MOVE W-PRD-COD-PRODUTO TO PRD-COD-PRODUTO
              MOVE PRD-UNIDADE      TO W-PRD-UNIDADE
              MOVE PRD-PRECO-LISTA  TO W-PRD-PRECO-LISTA
              MOVE PRD-STATUS       TO W-PRD-STATUS
              PERFORM 120-SANEAR-ESTOQUE
              MOVE PRD-ESTOQUE-MINIMO TO W-PRD-ESTOQUE-MINIMO
              MOVE PRD-QTD-ESTOQUE    TO W-PRD-QTD-ESTOQUE
              MOVE PRD-QTD-RESERVADA  TO W-PRD-QTD-RESERVADA
           END-IF

           DISPLAY MANUTENCAO-PRODUTO
           MOVE W-PRD-DESCRICAO   TO PRD-DESCRICAO
           MOVE W-PRD-UNIDADE     TO PRD-UNIDADE
           MOVE W-PRD-PRECO-LISTA TO PRD-PRECO-LISTA
           MOVE W-PRD-ESTOQUE-MINIMO TO PRD-ESTOQUE-MINIMO
           MOVE FUNCTION UPPER-CASE(W-PRD-STATUS) TO PRD-STATUS

      * OS SALDOS NAO SAO DIGITADOS: PRODUTO NOVO NASCE ZERADO E A
      * ALTERACAO MANTEM OS SALDOS LIDOS DO CADASTRO.
           IF W-ACHOU-PRODUTO NOT EQUAL TO "S"
              MOVE ZEROS TO PRD-QTD-ESTOQUE, PRD-QTD-RESERVADA
              MOVE ZEROS TO PRD-PRECO-FUTURO, PRD-DATA-VIGENCIA
           END-IF

           IF PRD-STATUS NOT EQUAL TO "I"
              MOVE "A" TO PRD-STATUS
           END-IF
              ACCEPT  MENSAGEM-ERRO-GRAVACAO
           END-IF.

      * PRODUTO GRAVADO ANTES DO CONTROLE DE ESTOQUE OU DO PRECO
      * AGENDADO VEM CURTO E OS CAMPOS VOLTAM EM BRANCO; SANEIA PARA
      * ZEROS.
       120-SANEAR-ESTOQUE.
           IF PRD-ESTOQUE-MINIMO NOT NUMERIC
              MOVE ZEROS TO PRD-ESTOQUE-MINIMO
           END-IF

           IF PRD-QTD-ESTOQUE NOT NUMERIC
              MOVE ZEROS TO PRD-QTD-ESTOQUE
           END-IF

           IF PRD-QTD-RESERVADA NOT NUMERIC
              MOVE ZEROS TO PRD-QTD-RESERVADA
           END-IF

           IF PRD-PRECO-FUTURO NOT NUMERIC
              OR PRD-DATA-VIGENCIA NOT NUMERIC
              MOVE ZEROS TO PRD-PRECO-FUTURO, PRD-DATA-VIGENCIA
           END-IF.

      * CAMPOS DE ESTOQUE DO ESPELHO DE TELA, LIDO COM READ INTO.
       130-PREPARAR-EXIBICAO.
           IF W-PRD-ESTOQUE-MINIMO NOT NUMERIC
              MOVE ZEROS TO W-PRD-ESTOQUE-MINIMO
           END-IF

           IF W-PRD-QTD-ESTOQUE NOT NUMERIC
              MOVE ZEROS TO W-PRD-QTD-ESTOQUE
           END-IF

           IF W-PRD-QTD-RESERVADA NOT NUMERIC
              MOVE ZEROS TO W-PRD-QTD-RESERVADA
           END-IF

           IF W-PRD-PRECO-FUTURO NOT NUMERIC
              OR W-PRD-DATA-VIGENCIA NOT NUMERIC
              MOVE ZEROS TO W-PRD-PRECO-FUTURO, W-PRD-DATA-VIGENCIA
           END-IF

           COMPUTE W-PRD-DISPONIVEL = W-PRD-QTD-ESTOQUE
                                    - W-PRD-QTD-RESERVADA.

       600-CONSULTA.
           OPEN INPUT ARQ-PRODUTO

              ACCEPT  MENSAGEM-PRODUTO-INVALIDO
              PERFORM 000-INICIO
           ELSE
              PERFORM 130-PREPARAR-EXIBICAO
              DISPLAY CONSULTAR-PRODUTO
              ACCEPT  CONSULTAR-PRODUTO
              CLOSE ARQ-PRODUTO
           END-IF.

       710-EXIBIR-PRODUTO.
           PERFORM 130-PREPARAR-EXIBICAO
           DISPLAY LISTAR-PRODUTO
           ACCEPT  LISTAR-PRODUTO

