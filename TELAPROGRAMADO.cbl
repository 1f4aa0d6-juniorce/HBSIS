       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TELAPROGRAMADO AS "TELAPROGRAMADO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * MANUTENCAO DOS PEDIDOS PROGRAMADOS (VER PROGRAMADO.CPY): O   *
      * PEDIDO QUE O CLIENTE REPETE TODA SEMANA, QUINZENA OU MES,    *
      * COM ENDERECO DE ENTREGA, CONDICAO DE PAGAMENTO, DESCONTO E   *
      * ATE 10 ITENS. A PROXIMA DATA E A DATA FIM DIZEM QUANDO O     *
      * LOTE NOTURNO (GERAPROGRAMADO) GERA O PEDIDO DE VERDADE; O    *
      * RESULTADO DA ULTIMA GERACAO APARECE NA TELA. A GRAVACAO SO E *
      * ACEITA COM CLIENTE, ENDERECO, CONDICAO E PRODUTOS VALIDOS.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROGRAMADO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PG-NUM-PROGRAMADO
                  FILE STATUS   IS WQ-FILE-STATUS.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT ARQ-ENDERECO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS END-CHAVE
                  FILE STATUS   IS WX-FILE-STATUS.

           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PRD-COD-PRODUTO
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT ARQ-COND-PAGTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CP-COD-CONDICAO
                  FILE STATUS   IS WN-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROGRAMADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedidoProgramado'.
       COPY "PROGRAMADO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

       FD  ARQ-ENDERECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadEnderecoEntrega'.
       COPY "ENDERECO.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadProduto'.
       COPY "PRODUTO.CPY".

       FD  ARQ-COND-PAGTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCondicaoPagamento'.
       COPY "CONDPAGTO.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WOPCAO                 PIC  9      VALUE ZEROS.
       77 WQ-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WX-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WF-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WN-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-OPCAO-LISTA          PIC  X(001) VALUE SPACES.
       77 W-ACHOU-PROGRAMADO     PIC  X(001) VALUE "N".
       77 W-IND-ITEM             PIC  9(002) VALUE ZEROS.
       77 W-DATA-HOJE            PIC  9(008) VALUE ZEROS.
      * PROXIMA DATA COMO ESTAVA GRAVADA; O DIA DO MES DOS MENSAIS SO
      * E REFEITO QUANDO O OPERADOR MUDA A PROXIMA DATA.
       77 W-PROXIMA-ANTERIOR     PIC  9(008) VALUE ZEROS.
      * MOTIVO DA RECUSA DO PROGRAMADO DIGITADO (BRANCO = VALIDO).
       77 W-MOTIVO-PROGRAMADO    PIC  X(050) VALUE SPACES.
       77 W-PRODUTO-EDITADO      PIC  9(005) VALUE ZEROS.

      * ESPELHO DO REGISTRO DE ARQ-PROGRAMADO PARA EDICAO EM TELA,
      * COM A RAZAO SOCIAL DO CLIENTE PARA CONFERENCIA.
       01  W-ARQ-PROGRAMADO-REG.
           03 W-PG-NUMERO        PIC  9(005) VALUE ZEROS.
           03 W-PG-CLIENTE       PIC  9(007) VALUE ZEROS.
           03 W-PG-ENDERECO      PIC  9(003) VALUE ZEROS.
           03 W-PG-COND-PAGTO    PIC  9(003) VALUE ZEROS.
           03 W-PG-DESCONTO      PIC  9(003)V9(002) VALUE ZEROS.
           03 W-PG-FREQUENCIA    PIC  X(001) VALUE "M".
           03 W-PG-DIA-MES       PIC  9(002) VALUE ZEROS.
           03 W-PG-PROXIMA       PIC  9(008) VALUE ZEROS.
           03 W-PG-FIM           PIC  9(008) VALUE ZEROS.
           03 W-PG-STATUS        PIC  X(001) VALUE "A".
           03 W-PG-QTD-ITENS     PIC  9(002) VALUE ZEROS.
           03 W-PG-ITEM          OCCURS 10 TIMES.
              05 W-PG-PRODUTO    PIC  9(005).
              05 W-PG-QUANTIDADE PIC  9(005)V9(002).
           03 W-PG-ULTIMA-DATA   PIC  9(008) VALUE ZEROS.
           03 W-PG-ULTIMO-PEDIDO PIC  9(007) VALUE ZEROS.
           03 W-PG-ULTIMO-MOTIVO PIC  X(040) VALUE SPACES.
           03 W-PG-USUARIO       PIC  X(020) VALUE SPACES.
           03 W-PG-RAZAO         PIC  X(040) VALUE SPACES.

       SCREEN SECTION.
       01 MENU-PROGRAMADO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 30 VALUE "PEDIDOS PROGRAMADOS".
          02 LINE 07 COL 10 VALUE "[1] INCLUIR OU ALTERAR PROGRAMADO".
          02 LINE 08 COL 10 VALUE "[2] LISTAR PROGRAMADOS".
          02 LINE 09 COL 10 VALUE "[3] VOLTAR A ENTRADA DE PEDIDOS".
          02 LINE 10 COL 10 VALUE "[4] VOLTAR AO MENU PRINCIPAL".
          02 LINE 12 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 12 COL 34 PIC 9 TO WOPCAO AUTO.

       01 BUSCAR-PROGRAMADO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 30 VALUE "PEDIDOS PROGRAMADOS".
          02 LINE 07 COL 10 VALUE
             "NUMERO DO PROGRAMADO (00000 = VOLTA):".
          02 LINE 07 COL 48, PIC ZZZZ9 TO W-PG-NUMERO.

       01 MANUTENCAO-PROGRAMADO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 26 VALUE "INCLUIR OU ALTERAR PROGRAMADO".
          02 LINE 05 COL 10 VALUE "NUMERO      :".
          02 LINE 05 COL 24, PIC ZZZZ9 FROM W-PG-NUMERO.
          02 LINE 05 COL 40 VALUE "STATUS (A/S/E) :".
          02 LINE 05 COL 57, PIC X(001) USING W-PG-STATUS.
          02 LINE 06 COL 10 VALUE "CLIENTE     :".
          02 LINE 06 COL 24, PIC ZZZZZZ9 USING W-PG-CLIENTE.
          02 LINE 06 COL 33, PIC X(040) FROM W-PG-RAZAO.
          02 LINE 07 COL 10 VALUE "ENDERECO    :".
          02 LINE 07 COL 24, PIC ZZ9 USING W-PG-ENDERECO.
          02 LINE 07 COL 40 VALUE "COND. PAGTO    :".
          02 LINE 07 COL 57, PIC ZZ9 USING W-PG-COND-PAGTO.
          02 LINE 08 COL 10 VALUE "FREQUENCIA  :".
          02 LINE 08 COL 24, PIC X(001) USING W-PG-FREQUENCIA.
          02 LINE 08 COL 26 VALUE "(S/Q/M)".
          02 LINE 08 COL 40 VALUE "DESCONTO %     :".
          02 LINE 08 COL 57, PIC ZZ9,99 USING W-PG-DESCONTO.
          02 LINE 09 COL 10 VALUE "PROXIMA DATA:".
          02 LINE 09 COL 24, PIC 99999999 USING W-PG-PROXIMA.
          02 LINE 09 COL 40 VALUE "FIM (0 = SEM)  :".
          02 LINE 09 COL 57, PIC 99999999 USING W-PG-FIM.
          02 LINE 10 COL 10 VALUE "ITENS       :".
          02 LINE 10 COL 24, PIC Z9 USING W-PG-QTD-ITENS.
          02 LINE 11 COL 10 VALUE "IT  PRODUTO  QUANTIDADE".
          02 LINE 11 COL 40 VALUE "IT  PRODUTO  QUANTIDADE".
          02 LINE 12 COL 10 VALUE "01".
          02 LINE 12 COL 14, PIC ZZZZ9 USING W-PG-PRODUTO(1).
          02 LINE 12 COL 23, PIC ZZZZ9,99 USING W-PG-QUANTIDADE(1).
          02 LINE 13 COL 10 VALUE "02".
          02 LINE 13 COL 14, PIC ZZZZ9 USING W-PG-PRODUTO(2).
          02 LINE 13 COL 23, PIC ZZZZ9,99 USING W-PG-QUANTIDADE(2).
          02 LINE 14 COL 10 VALUE "03".
          02 LINE 14 COL 14, PIC ZZZZ9 USING W-PG-PRODUTO(3).
          02 LINE 14 COL 23, PIC ZZZZ9,99 USING W-PG-QUANTIDADE(3).
          02 LINE 15 COL 10 VALUE "04".
          02 LINE 15 COL 14, PIC ZZZZ9 USING W-PG-PRODUTO(4).
          02 LINE 15 COL 23, PIC ZZZZ9,99 USING W-PG-QUANTIDADE(4).
          02 LINE 16 COL 10 VALUE "05".
          02 LINE 16 COL 14, PIC ZZZZ9 USING W-PG-PRODUTO(5).
          02 LINE 16 COL 23, PIC ZZZZ9,99 USING W-PG-QUANTIDADE(5).
          02 LINE 12 COL 40 VALUE "06".
          02 LINE 12 COL 44, PIC ZZZZ9 USING W-PG-PRODUTO(6).
          02 LINE 12 COL 53, PIC ZZZZ9,99 USING W-PG-QUANTIDADE(6).
          02 LINE 13 COL 40 VALUE "07".
          02 LINE 13 COL 44, PIC ZZZZ9 USING W-PG-PRODUTO(7).
          02 LINE 13 COL 53, PIC ZZZZ9,99 USING W-PG-QUANTIDADE(7).
          02 LINE 14 COL 40 VALUE "08".
          02 LINE 14 COL 44, PIC ZZZZ9 USING W-PG-PRODUTO(8).
          02 LINE 14 COL 53, PIC ZZZZ9,99 USING W-PG-QUANTIDADE(8).
          02 LINE 15 COL 40 VALUE "09".
          02 LINE 15 COL 44, PIC ZZZZ9 USING W-PG-PRODUTO(9).
          02 LINE 15 COL 53, PIC ZZZZ9,99 USING W-PG-QUANTIDADE(9).
          02 LINE 16 COL 40 VALUE "10".
          02 LINE 16 COL 44, PIC ZZZZ9 USING W-PG-PRODUTO(10).
          02 LINE 16 COL 53, PIC ZZZZ9,99 USING W-PG-QUANTIDADE(10).
          02 LINE 18 COL 10 VALUE "ULTIMA GERACAO:".
          02 LINE 18 COL 26, PIC 99999999 FROM W-PG-ULTIMA-DATA.
          02 LINE 18 COL 36 VALUE "PEDIDO:".
          02 LINE 18 COL 44, PIC ZZZZZZ9 FROM W-PG-ULTIMO-PEDIDO.
          02 LINE 19 COL 10, PIC X(040) FROM W-PG-ULTIMO-MOTIVO.
          02 LINE 21 COL 10
             "CONFIRMA A GRAVACAO DO PROGRAMADO?(S/N):".
          02 LINE 21 COL 51, PIC X TO W-CONFIRMA.

       01 LISTAR-PROGRAMADO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 29 VALUE "LISTAR PROGRAMADOS".
          02 LINE 06 COL 10 VALUE "NUMERO        :".
          02 LINE 06 COL 26, PIC ZZZZ9 FROM W-PG-NUMERO.
          02 LINE 07 COL 10 VALUE "CLIENTE       :".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM W-PG-CLIENTE.
          02 LINE 08 COL 10 VALUE "ENDERECO      :".
          02 LINE 08 COL 26, PIC ZZ9 FROM W-PG-ENDERECO.
          02 LINE 09 COL 10 VALUE "FREQUENCIA    :".
          02 LINE 09 COL 26, PIC X(001) FROM W-PG-FREQUENCIA.
          02 LINE 10 COL 10 VALUE "PROXIMA DATA  :".
          02 LINE 10 COL 26, PIC 99999999 FROM W-PG-PROXIMA.
          02 LINE 11 COL 10 VALUE "FIM           :".
          02 LINE 11 COL 26, PIC 99999999 FROM W-PG-FIM.
          02 LINE 12 COL 10 VALUE "STATUS        :".
          02 LINE 12 COL 26, PIC X(001) FROM W-PG-STATUS.
          02 LINE 13 COL 10 VALUE "ITENS         :".
          02 LINE 13 COL 26, PIC Z9 FROM W-PG-QTD-ITENS.
          02 LINE 14 COL 10 VALUE "ULTIMA GERACAO:".
          02 LINE 14 COL 26, PIC 99999999 FROM W-PG-ULTIMA-DATA.
          02 LINE 14 COL 36 VALUE "PEDIDO:".
          02 LINE 14 COL 44, PIC ZZZZZZ9 FROM W-PG-ULTIMO-PEDIDO.
          02 LINE 15 COL 10, PIC X(040) FROM W-PG-ULTIMO-MOTIVO.
          02 LINE 16 COL 10 VALUE "ALTERADO POR  :".
          02 LINE 16 COL 26, PIC X(020) FROM W-PG-USUARIO.
          02 LINE 18 COL 10 VALUE
             "[N] PROXIMO  [A] ANTERIOR  [F] FINALIZAR".
          02 LINE 19 COL 10, "OPCAO:".
          02 LINE 19 COL 17, PIC X TO W-OPCAO-LISTA.

       01 MENSAGEM-PROGRAMADO-ATUALIZADO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "PEDIDO PROGRAMADO ATUALIZADO".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-PROGRAMADO-INVALIDO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "PROGRAMADO NAO GRAVADO:".
          02 LINE 08 COL 10, PIC X(050) FROM W-MOTIVO-PROGRAMADO.
          02 LINE 10 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 10 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-LISTA-VAZIA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "NENHUM PEDIDO PROGRAMADO CADASTRADO".
          02 LINE 15 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-FIM-LISTA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "NAO HA MAIS REGISTROS NESSA DIRECAO".
          02 LINE 15 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.

       PROCEDURE DIVISION.
       000-INICIO.
           DISPLAY MENU-PROGRAMADO
           ACCEPT  MENU-PROGRAMADO

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-MANUTENCAO
             WHEN 2
                PERFORM 700-LISTAR-PROGRAMADOS
             WHEN 3
                CHAIN "TELAPEDIDO"
             WHEN 4
                CALL "MENU"
             WHEN OTHER
                PERFORM 000-INICIO
           END-EVALUATE.

      * INCLUI OU ALTERA UM PROGRAMADO NUMA UNICA OPCAO: SE O NUMERO
      * JA EXISTE, OS DADOS SAO CARREGADOS PARA EDICAO. O USUARIO DA
      * SESSAO FICA GRAVADO NO PROGRAMADO.
       100-MANUTENCAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           OPEN I-O ARQ-PROGRAMADO

           IF WQ-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-PROGRAMADO
              CLOSE ARQ-PROGRAMADO
              OPEN I-O ARQ-PROGRAMADO
           END-IF

           DISPLAY BUSCAR-PROGRAMADO
           ACCEPT  BUSCAR-PROGRAMADO

           IF W-PG-NUMERO EQUAL TO ZEROS
              CLOSE ARQ-PROGRAMADO
              PERFORM 000-INICIO
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE

           MOVE "N"    TO W-ACHOU-PROGRAMADO
           MOVE ZEROS  TO W-PG-CLIENTE, W-PG-ENDERECO, W-PG-COND-PAGTO
           MOVE ZEROS  TO W-PG-DESCONTO, W-PG-DIA-MES, W-PG-FIM
           MOVE ZEROS  TO W-PG-QTD-ITENS, W-PG-ULTIMA-DATA
           MOVE ZEROS  TO W-PG-ULTIMO-PEDIDO
           MOVE SPACES TO W-PG-ULTIMO-MOTIVO, W-PG-USUARIO, W-PG-RAZAO
           MOVE "M"    TO W-PG-FREQUENCIA
           MOVE "A"    TO W-PG-STATUS
           MOVE W-DATA-HOJE TO W-PG-PROXIMA
           MOVE ZEROS  TO W-PROXIMA-ANTERIOR
           PERFORM 105-LIMPAR-ITEM
             VARYING W-IND-ITEM FROM 1 BY 1
             UNTIL W-IND-ITEM GREATER THAN 10

           MOVE W-PG-NUMERO TO PG-NUM-PROGRAMADO
           READ ARQ-PROGRAMADO RECORD KEY IS PG-NUM-PROGRAMADO

           IF WQ-FILE-STATUS EQUAL TO "00"
              MOVE "S" TO W-ACHOU-PROGRAMADO
              PERFORM 150-CARREGAR-PROGRAMADO-TELA
              MOVE W-PG-PROXIMA TO W-PROXIMA-ANTERIOR
              PERFORM 160-BUSCAR-RAZAO
           END-IF

           DISPLAY MANUTENCAO-PROGRAMADO
           ACCEPT  MANUTENCAO-PROGRAMADO

           EVALUATE FUNCTION UPPER-CASE(W-CONFIRMA)
             WHEN 'S'
                PERFORM 120-CONFERIR-PROGRAMADO

                IF W-MOTIVO-PROGRAMADO EQUAL TO SPACES
                   PERFORM 110-GRAVAR-PROGRAMADO
                ELSE
                   DISPLAY MENSAGEM-PROGRAMADO-INVALIDO
                   ACCEPT  MENSAGEM-PROGRAMADO-INVALIDO
                END-IF
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           CLOSE ARQ-PROGRAMADO
           PERFORM 000-INICIO.

       105-LIMPAR-ITEM.
           MOVE ZEROS TO W-PG-PRODUTO(W-IND-ITEM)
           MOVE ZEROS TO W-PG-QUANTIDADE(W-IND-ITEM).

      * O DIA DO MES DOS MENSAIS E O DA PROXIMA DATA INFORMADA NA
      * INCLUSAO OU QUANDO O OPERADOR A MUDA; NAS DEMAIS ALTERACOES
      * FICA O GRAVADO, PARA O PROGRAMADO DO DIA 31 NAO PASSAR A
      * SAIR NO DIA 30 DEPOIS DE UM MES CURTO.
       110-GRAVAR-PROGRAMADO.
           IF W-PG-PROXIMA NOT EQUAL TO W-PROXIMA-ANTERIOR
              OR W-PG-DIA-MES EQUAL TO ZEROS
              MOVE W-PG-PROXIMA(7:2) TO W-PG-DIA-MES
           END-IF

           MOVE W-PG-NUMERO        TO PG-NUM-PROGRAMADO
           MOVE W-PG-CLIENTE       TO PG-COD-CLIENTE
           MOVE W-PG-ENDERECO      TO PG-NUM-ENDERECO
           MOVE W-PG-COND-PAGTO    TO PG-COD-COND-PAGTO
           MOVE W-PG-DESCONTO      TO PG-PCT-DESCONTO
           MOVE W-PG-FREQUENCIA    TO PG-FREQUENCIA
           MOVE W-PG-DIA-MES       TO PG-DIA-MES
           MOVE W-PG-PROXIMA       TO PG-PROXIMA-DATA
           MOVE W-PG-FIM           TO PG-DATA-FIM
           MOVE W-PG-STATUS        TO PG-STATUS
           MOVE W-PG-QTD-ITENS     TO PG-QTD-ITENS
           MOVE W-PG-ULTIMA-DATA   TO PG-DATA-ULTIMA-GERACAO
           MOVE W-PG-ULTIMO-PEDIDO TO PG-ULTIMO-PEDIDO
           MOVE W-PG-ULTIMO-MOTIVO TO PG-ULTIMO-MOTIVO
           MOVE SS-USUARIO         TO PG-USUARIO
           MOVE FUNCTION CURRENT-DATE(1:14) TO PG-DATA-ALTERACAO

      * AS POSICOES ALEM DA QUANTIDADE DE ITENS SAO GRAVADAS ZERADAS,
      * MESMO QUE TENHAM SIDO DIGITADAS.
           PERFORM 115-MOVER-ITEM
             VARYING W-IND-ITEM FROM 1 BY 1
             UNTIL W-IND-ITEM GREATER THAN 10

           IF W-ACHOU-PROGRAMADO EQUAL TO "S"
              REWRITE ARQ-PROGRAMADO-REG
           ELSE
              WRITE ARQ-PROGRAMADO-REG
           END-IF

           DISPLAY MENSAGEM-PROGRAMADO-ATUALIZADO
           ACCEPT  MENSAGEM-PROGRAMADO-ATUALIZADO.

       115-MOVER-ITEM.
           IF W-IND-ITEM GREATER THAN W-PG-QTD-ITENS
              MOVE ZEROS TO PG-COD-PRODUTO(W-IND-ITEM)
              MOVE ZEROS TO PG-QUANTIDADE(W-IND-ITEM)
           ELSE
              MOVE W-PG-PRODUTO(W-IND-ITEM)
                TO PG-COD-PRODUTO(W-IND-ITEM)
              MOVE W-PG-QUANTIDADE(W-IND-ITEM)
                TO PG-QUANTIDADE(W-IND-ITEM)
           END-IF.

      * CLIENTE NAO INATIVO, ENDERECO DE ENTREGA ATIVO (ZEROS = O
      * PRINCIPAL), CONDICAO ATIVA (ZEROS = TITULO UNICO),
      * FREQUENCIA, DATAS E DE 1 A 10 ITENS DE PRODUTOS ATIVOS COM
      * QUANTIDADE. A PROXIMA DATA NAO PODE FICAR NO PASSADO PARA UM
      * PROGRAMADO ATIVO, SENAO O LOTE GERARIA NA MESMA NOITE UM
      * PEDIDO QUE O OPERADOR NAO ESPERAVA.
       120-CONFERIR-PROGRAMADO.
           MOVE SPACES TO W-MOTIVO-PROGRAMADO

           MOVE FUNCTION UPPER-CASE(W-PG-STATUS)     TO W-PG-STATUS
           MOVE FUNCTION UPPER-CASE(W-PG-FREQUENCIA) TO W-PG-FREQUENCIA

           IF W-PG-STATUS NOT EQUAL TO "S"
              AND W-PG-STATUS NOT EQUAL TO "E"
              MOVE "A" TO W-PG-STATUS
           END-IF

           PERFORM 160-BUSCAR-RAZAO

           EVALUATE TRUE
             WHEN W-PG-RAZAO EQUAL TO SPACES
                MOVE "CLIENTE INEXISTENTE OU INATIVO"
                  TO W-MOTIVO-PROGRAMADO
             WHEN W-PG-FREQUENCIA NOT EQUAL TO "S"
                  AND W-PG-FREQUENCIA NOT EQUAL TO "Q"
                  AND W-PG-FREQUENCIA NOT EQUAL TO "M"
                MOVE "FREQUENCIA DEVE SER S, Q OU M"
                  TO W-MOTIVO-PROGRAMADO
             WHEN FUNCTION TEST-DATE-YYYYMMDD(W-PG-PROXIMA)
                  NOT EQUAL ZEROS
                MOVE "PROXIMA DATA INVALIDA" TO W-MOTIVO-PROGRAMADO
             WHEN W-PG-STATUS EQUAL TO "A"
                  AND W-PG-PROXIMA LESS THAN W-DATA-HOJE
                MOVE "PROXIMA DATA NO PASSADO" TO W-MOTIVO-PROGRAMADO
             WHEN W-PG-FIM GREATER THAN ZEROS
                  AND FUNCTION TEST-DATE-YYYYMMDD(W-PG-FIM)
                      NOT EQUAL ZEROS
                MOVE "DATA FIM INVALIDA" TO W-MOTIVO-PROGRAMADO
             WHEN W-PG-FIM GREATER THAN ZEROS
                  AND W-PG-FIM LESS THAN W-PG-PROXIMA
                MOVE "DATA FIM ANTERIOR A PROXIMA DATA"
                  TO W-MOTIVO-PROGRAMADO
             WHEN W-PG-DESCONTO NOT LESS THAN 100
                MOVE "DESCONTO DEVE SER MENOR QUE 100%"
                  TO W-MOTIVO-PROGRAMADO
             WHEN W-PG-QTD-ITENS EQUAL TO ZEROS
                  OR W-PG-QTD-ITENS GREATER THAN 10
                MOVE "INFORME DE 1 A 10 ITENS" TO W-MOTIVO-PROGRAMADO
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           IF W-MOTIVO-PROGRAMADO EQUAL TO SPACES
              AND W-PG-ENDERECO GREATER THAN ZEROS
              PERFORM 130-CONFERIR-ENDERECO
           END-IF

           IF W-MOTIVO-PROGRAMADO EQUAL TO SPACES
              AND W-PG-COND-PAGTO GREATER THAN ZEROS
              PERFORM 135-CONFERIR-CONDICAO
           END-IF

           IF W-MOTIVO-PROGRAMADO EQUAL TO SPACES
              OPEN INPUT ARQ-PRODUTO
              PERFORM 140-CONFERIR-ITEM
                VARYING W-IND-ITEM FROM 1 BY 1
                UNTIL W-IND-ITEM GREATER THAN W-PG-QTD-ITENS
                   OR W-MOTIVO-PROGRAMADO NOT EQUAL TO SPACES
              CLOSE ARQ-PRODUTO
           END-IF.

       130-CONFERIR-ENDERECO.
           OPEN INPUT ARQ-ENDERECO

           MOVE W-PG-CLIENTE  TO END-COD-CLIENTE
           MOVE W-PG-ENDERECO TO END-NUM-ENDERECO
           READ ARQ-ENDERECO RECORD KEY IS END-CHAVE

           IF WX-FILE-STATUS NOT EQUAL TO "00"
              OR ENDERECO-INATIVO
              MOVE "ENDERECO DE ENTREGA INEXISTENTE OU INATIVO"
                TO W-MOTIVO-PROGRAMADO
           END-IF

           CLOSE ARQ-ENDERECO.

       135-CONFERIR-CONDICAO.
           OPEN INPUT ARQ-COND-PAGTO

           MOVE W-PG-COND-PAGTO TO CP-COD-CONDICAO
           READ ARQ-COND-PAGTO RECORD KEY IS CP-COD-CONDICAO

           IF WN-FILE-STATUS NOT EQUAL TO "00"
              OR NOT CONDICAO-ATIVA
              MOVE "CONDICAO DE PAGAMENTO INVALIDA"
                TO W-MOTIVO-PROGRAMADO
           END-IF

           CLOSE ARQ-COND-PAGTO.

       140-CONFERIR-ITEM.
           MOVE W-PG-PRODUTO(W-IND-ITEM) TO PRD-COD-PRODUTO
           READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO

           IF WF-FILE-STATUS NOT EQUAL TO "00" OR PRODUTO-INATIVO
              MOVE W-PG-PRODUTO(W-IND-ITEM) TO W-PRODUTO-EDITADO
              STRING "PRODUTO "             DELIMITED BY SIZE
                     W-PRODUTO-EDITADO      DELIMITED BY SIZE
                     " INEXISTENTE/INATIVO" DELIMITED BY SIZE
                     INTO W-MOTIVO-PROGRAMADO
           ELSE
              IF W-PG-QUANTIDADE(W-IND-ITEM) EQUAL TO ZEROS
                 MOVE "ITEM COM QUANTIDADE ZERADA"
                   TO W-MOTIVO-PROGRAMADO
              END-IF
           END-IF.

       150-CARREGAR-PROGRAMADO-TELA.
           MOVE PG-NUM-PROGRAMADO      TO W-PG-NUMERO
           MOVE PG-COD-CLIENTE         TO W-PG-CLIENTE
           MOVE PG-NUM-ENDERECO        TO W-PG-ENDERECO
           MOVE PG-COD-COND-PAGTO      TO W-PG-COND-PAGTO
           MOVE PG-PCT-DESCONTO        TO W-PG-DESCONTO
           MOVE PG-FREQUENCIA          TO W-PG-FREQUENCIA
           MOVE PG-DIA-MES             TO W-PG-DIA-MES
           MOVE PG-PROXIMA-DATA        TO W-PG-PROXIMA
           MOVE PG-DATA-FIM            TO W-PG-FIM
           MOVE PG-STATUS              TO W-PG-STATUS
           MOVE PG-QTD-ITENS           TO W-PG-QTD-ITENS
           MOVE PG-DATA-ULTIMA-GERACAO TO W-PG-ULTIMA-DATA
           MOVE PG-ULTIMO-PEDIDO       TO W-PG-ULTIMO-PEDIDO
           MOVE PG-ULTIMO-MOTIVO       TO W-PG-ULTIMO-MOTIVO
           MOVE PG-USUARIO             TO W-PG-USUARIO

           PERFORM 155-CARREGAR-ITEM
             VARYING W-IND-ITEM FROM 1 BY 1
             UNTIL W-IND-ITEM GREATER THAN 10.

       155-CARREGAR-ITEM.
           MOVE PG-COD-PRODUTO(W-IND-ITEM)
             TO W-PG-PRODUTO(W-IND-ITEM)
           MOVE PG-QUANTIDADE(W-IND-ITEM)
             TO W-PG-QUANTIDADE(W-IND-ITEM).

      * RAZAO SOCIAL DO CLIENTE DIGITADO; FICA EM BRANCO QUANDO O
      * CLIENTE NAO EXISTE OU ESTA INATIVO.
       160-BUSCAR-RAZAO.
           MOVE SPACES TO W-PG-RAZAO

           OPEN INPUT ARQ-CLIENTE

           MOVE W-PG-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

           IF WC-FILE-STATUS EQUAL TO "00"
              AND NOT CLIENTE-INATIVO
              MOVE RAZAO-SOCIAL TO W-PG-RAZAO
           END-IF

           CLOSE ARQ-CLIENTE.

       700-LISTAR-PROGRAMADOS.
           OPEN INPUT ARQ-PROGRAMADO

           MOVE ZEROS TO PG-NUM-PROGRAMADO
           START ARQ-PROGRAMADO KEY IS NOT LESS THAN PG-NUM-PROGRAMADO

           IF WQ-FILE-STATUS NOT EQUAL TO "00"
              DISPLAY MENSAGEM-LISTA-VAZIA
              ACCEPT  MENSAGEM-LISTA-VAZIA
              CLOSE ARQ-PROGRAMADO
              PERFORM 000-INICIO
           ELSE
              READ ARQ-PROGRAMADO NEXT RECORD
              PERFORM 710-EXIBIR-PROGRAMADO
           END-IF.

       710-EXIBIR-PROGRAMADO.
           PERFORM 150-CARREGAR-PROGRAMADO-TELA

           DISPLAY LISTAR-PROGRAMADO
           ACCEPT  LISTAR-PROGRAMADO

           EVALUATE FUNCTION UPPER-CASE(W-OPCAO-LISTA)
             WHEN 'N'
                READ ARQ-PROGRAMADO NEXT RECORD
                IF WQ-FILE-STATUS NOT EQUAL TO "00"
                   DISPLAY MENSAGEM-FIM-LISTA
                   ACCEPT  MENSAGEM-FIM-LISTA
                   CLOSE ARQ-PROGRAMADO
                   PERFORM 000-INICIO
                END-IF
                PERFORM 710-EXIBIR-PROGRAMADO
             WHEN 'A'
                READ ARQ-PROGRAMADO PREVIOUS RECORD
                IF WQ-FILE-STATUS NOT EQUAL TO "00"
                   DISPLAY MENSAGEM-FIM-LISTA
                   ACCEPT  MENSAGEM-FIM-LISTA
                   CLOSE ARQ-PROGRAMADO
                   PERFORM 000-INICIO
                END-IF
                PERFORM 710-EXIBIR-PROGRAMADO
             WHEN OTHER
                CLOSE ARQ-PROGRAMADO
                PERFORM 000-INICIO
           END-EVALUATE.

       END PROGRAM TELAPROGRAMADO.
