       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TELAFRETE AS "TELAFRETE".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * MANUTENCAO DA TABELA DE FRETE POR FAIXA DE DISTANCIA (VER    *
      * FRETE.CPY). CADA FAIXA E DE UMA REGIAO DE VENDA CADASTRADA   *
      * OU DE TODAS AS REGIOES (REGIAO 000) E TEM O VALOR DO FRETE E *
      * O VALOR DOS ITENS A PARTIR DO QUAL O FRETE E DISPENSADO. A   *
      * ENTRADA DE PEDIDOS (TELAPEDIDO E IMPORTPEDIDO) CALCULA O     *
      * FRETE PELA TABELA (VER CALCFRETE). A INCLUSAO, A ALTERACAO E *
      * A EXCLUSAO SAO RESTRITAS AOS USUARIOS COM SS-PERM-PARAMETRO  *
      * NA SESSAO; A LISTA E LIVRE.                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FRETE     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FT-CHAVE
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT ARQ-REGIAO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RG-COD-REGIAO
                  FILE STATUS   IS WR-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FRETE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTabelaFrete'.
       COPY "FRETE.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadRegiao'.
       COPY "REGIAO.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WOPCAO                 PIC  9      VALUE ZEROS.
       77 WF-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-OPCAO-LISTA          PIC  X(001) VALUE SPACES.
       77 W-ACHOU-FAIXA          PIC  X(001) VALUE "N".
      * MOTIVO DA RECUSA DA FAIXA DIGITADA (BRANCO = VALIDA).
       77 W-MOTIVO-FAIXA         PIC  X(050) VALUE SPACES.

      * ESPELHO DO REGISTRO DE ARQ-FRETE PARA EDICAO EM TELA, COM O
      * NOME DA REGIAO PARA CONFERENCIA.
       01  W-ARQ-FRETE-REG.
           03 W-FT-REGIAO        PIC  9(003) VALUE ZEROS.
           03 W-FT-KM-ATE        PIC  9(005) VALUE ZEROS.
           03 W-FT-VALOR         PIC  9(007)V9(002) VALUE ZEROS.
           03 W-FT-ISENCAO       PIC  9(009)V9(002) VALUE ZEROS.
           03 W-FT-USUARIO       PIC  X(020) VALUE SPACES.
           03 W-FT-NOME-REGIAO   PIC  X(030) VALUE SPACES.

       SCREEN SECTION.
       01 MENU-FRETE.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 32 VALUE "TABELA DE FRETE".
          02 LINE 07 COL 10 VALUE "[1] INCLUIR OU ALTERAR FAIXA".
          02 LINE 08 COL 10 VALUE "[2] EXCLUIR FAIXA".
          02 LINE 09 COL 10 VALUE "[3] LISTAR FAIXAS".
          02 LINE 10 COL 10 VALUE "[4] VOLTAR AO MENU PRINCIPAL".
          02 LINE 12 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 12 COL 34 PIC 9 TO WOPCAO AUTO.

       01 BUSCAR-FAIXA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 32 VALUE "TABELA DE FRETE".
          02 LINE 07 COL 10 VALUE "REGIAO (000 = TODAS AS REGIOES) :".
          02 LINE 07 COL 44, PIC ZZ9 USING W-FT-REGIAO.
          02 LINE 08 COL 10 VALUE "DISTANCIA ATE KM (0 = VOLTA)    :".
          02 LINE 08 COL 44, PIC ZZZZ9 USING W-FT-KM-ATE.

       01 MANUTENCAO-FAIXA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 29 VALUE "INCLUIR OU ALTERAR FAIXA".
          02 LINE 07 COL 10 VALUE "REGIAO         :".
          02 LINE 07 COL 27, PIC ZZ9 FROM W-FT-REGIAO.
          02 LINE 07 COL 31, PIC X(030) FROM W-FT-NOME-REGIAO.
          02 LINE 08 COL 10 VALUE "ATE KM         :".
          02 LINE 08 COL 27, PIC ZZZZ9 FROM W-FT-KM-ATE.
          02 LINE 10 COL 10 VALUE "VALOR DO FRETE :".
          02 LINE 10 COL 27, PIC ZZZZZZ9,99 USING W-FT-VALOR.
          02 LINE 11 COL 10 VALUE "ISENTO A PARTIR:".
          02 LINE 11 COL 27, PIC ZZZZZZZZ9,99 USING W-FT-ISENCAO.
          02 LINE 12 COL 10 VALUE
             "(VALOR DOS ITENS DO PEDIDO; ZERO = SEM ISENCAO)".
          02 LINE 15 COL 10
             "CONFIRMA A GRAVACAO DA FAIXA?(S/N):".
          02 LINE 15 COL 46, PIC X TO W-CONFIRMA.

       01 EXCLUSAO-FAIXA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "EXCLUIR FAIXA".
          02 LINE 07 COL 10 VALUE "REGIAO         :".
          02 LINE 07 COL 27, PIC ZZ9 FROM W-FT-REGIAO.
          02 LINE 08 COL 10 VALUE "ATE KM         :".
          02 LINE 08 COL 27, PIC ZZZZ9 FROM W-FT-KM-ATE.
          02 LINE 10 COL 10 VALUE "VALOR DO FRETE :".
          02 LINE 10 COL 27, PIC ZZZZZZ9,99 FROM W-FT-VALOR.
          02 LINE 11 COL 10 VALUE "ISENTO A PARTIR:".
          02 LINE 11 COL 27, PIC ZZZZZZZZ9,99 FROM W-FT-ISENCAO.
          02 LINE 15 COL 10
             "CONFIRMA A EXCLUSAO DA FAIXA?(S/N):".
          02 LINE 15 COL 46, PIC X TO W-CONFIRMA.

       01 LISTAR-FAIXA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 32 VALUE "LISTAR FAIXAS".
          02 LINE 07 COL 10 VALUE "REGIAO         :".
          02 LINE 07 COL 27, PIC ZZ9 FROM W-FT-REGIAO.
          02 LINE 08 COL 10 VALUE "ATE KM         :".
          02 LINE 08 COL 27, PIC ZZZZ9 FROM W-FT-KM-ATE.
          02 LINE 09 COL 10 VALUE "VALOR DO FRETE :".
          02 LINE 09 COL 27, PIC ZZZZZZ9,99 FROM W-FT-VALOR.
          02 LINE 10 COL 10 VALUE "ISENTO A PARTIR:".
          02 LINE 10 COL 27, PIC ZZZZZZZZ9,99 FROM W-FT-ISENCAO.
          02 LINE 11 COL 10 VALUE "ALTERADO POR   :".
          02 LINE 11 COL 27, PIC X(020) FROM W-FT-USUARIO.
          02 LINE 13 COL 10 VALUE
             "[N] PROXIMO  [A] ANTERIOR  [F] FINALIZAR".
          02 LINE 14 COL 10, "OPCAO:".
          02 LINE 14 COL 17, PIC X TO W-OPCAO-LISTA.

       01 MENSAGEM-FAIXA-ATUALIZADA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "TABELA DE FRETE ATUALIZADA".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-FAIXA-INVALIDA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "FAIXA NAO GRAVADA:".
          02 LINE 08 COL 10, PIC X(050) FROM W-MOTIVO-FAIXA.
          02 LINE 10 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 10 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-SEM-PERMISSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "USUARIO SEM PERMISSAO PARA ESTA FUNCAO".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-LISTA-VAZIA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "NENHUMA FAIXA DE FRETE CADASTRADA".
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
           DISPLAY MENU-FRETE
           ACCEPT  MENU-FRETE

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 005-VERIFICAR-PERMISSAO
                PERFORM 100-MANUTENCAO
             WHEN 2
                PERFORM 005-VERIFICAR-PERMISSAO
                PERFORM 200-EXCLUSAO
             WHEN 3
                PERFORM 700-LISTAR-FAIXAS
             WHEN 4
                CHAIN "MENU"
             WHEN OTHER
                PERFORM 000-INICIO
           END-EVALUATE.

      * A MANUTENCAO DA TABELA E RESTRITA AOS USUARIOS COM
      * SS-PERM-PARAMETRO NA SESSAO (VER SESSAO.CPY); O USUARIO FICA
      * GRAVADO NA FAIXA.
       005-VERIFICAR-PERMISSAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           IF SS-PERM-PARAMETRO NOT EQUAL TO "S"
              DISPLAY MENSAGEM-SEM-PERMISSAO
              ACCEPT  MENSAGEM-SEM-PERMISSAO
              PERFORM 000-INICIO
           END-IF.

      * INCLUI OU ALTERA UMA FAIXA NUMA UNICA OPCAO: SE A CHAVE
      * (REGIAO E DISTANCIA) JA EXISTE, OS DADOS SAO CARREGADOS PARA
      * EDICAO.
       100-MANUTENCAO.
           MOVE ZEROS TO W-FT-REGIAO, W-FT-KM-ATE

           DISPLAY BUSCAR-FAIXA
           ACCEPT  BUSCAR-FAIXA

           IF W-FT-KM-ATE EQUAL TO ZEROS
              PERFORM 000-INICIO
           END-IF

           PERFORM 110-VALIDAR-REGIAO

           IF W-MOTIVO-FAIXA NOT EQUAL TO SPACES
              DISPLAY MENSAGEM-FAIXA-INVALIDA
              ACCEPT  MENSAGEM-FAIXA-INVALIDA
              PERFORM 000-INICIO
           END-IF

           OPEN I-O ARQ-FRETE

           IF WF-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-FRETE
           END-IF

           PERFORM 120-LER-FAIXA

           DISPLAY MANUTENCAO-FAIXA
           ACCEPT  MANUTENCAO-FAIXA

           EVALUATE FUNCTION UPPER-CASE(W-CONFIRMA)
             WHEN 'S'
                MOVE W-FT-REGIAO  TO FT-COD-REGIAO
                MOVE W-FT-KM-ATE  TO FT-KM-ATE
                MOVE W-FT-VALOR   TO FT-VALOR-FRETE
                MOVE W-FT-ISENCAO TO FT-VALOR-ISENCAO
                MOVE SS-USUARIO   TO FT-USUARIO
                MOVE FUNCTION CURRENT-DATE(1:14) TO FT-DATA-ALTERACAO

                IF W-ACHOU-FAIXA EQUAL TO "S"
                   REWRITE ARQ-FRETE-REG
                ELSE
                   WRITE ARQ-FRETE-REG
                END-IF

                DISPLAY MENSAGEM-FAIXA-ATUALIZADA
                ACCEPT  MENSAGEM-FAIXA-ATUALIZADA
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           CLOSE ARQ-FRETE
           PERFORM 000-INICIO.

      * A REGIAO 000 VALE PARA TODAS; AS DEMAIS DEVEM ESTAR NO
      * CADASTRO DE REGIOES.
       110-VALIDAR-REGIAO.
           MOVE SPACES TO W-MOTIVO-FAIXA
           MOVE "TODAS AS REGIOES" TO W-FT-NOME-REGIAO

           IF W-FT-REGIAO GREATER THAN ZEROS
              OPEN INPUT ARQ-REGIAO
              MOVE W-FT-REGIAO TO RG-COD-REGIAO
              READ ARQ-REGIAO RECORD KEY IS RG-COD-REGIAO

              IF WR-FILE-STATUS EQUAL TO "00"
                 MOVE RG-NOME TO W-FT-NOME-REGIAO
              ELSE
                 MOVE "REGIAO NAO CADASTRADA" TO W-MOTIVO-FAIXA
              END-IF

              CLOSE ARQ-REGIAO
           END-IF.

       120-LER-FAIXA.
           MOVE "N"   TO W-ACHOU-FAIXA
           MOVE ZEROS TO W-FT-VALOR, W-FT-ISENCAO

           MOVE W-FT-REGIAO TO FT-COD-REGIAO
           MOVE W-FT-KM-ATE TO FT-KM-ATE
           READ ARQ-FRETE RECORD KEY IS FT-CHAVE

           IF WF-FILE-STATUS EQUAL TO "00"
              MOVE "S"              TO W-ACHOU-FAIXA
              MOVE FT-VALOR-FRETE   TO W-FT-VALOR
              MOVE FT-VALOR-ISENCAO TO W-FT-ISENCAO
           END-IF.

       200-EXCLUSAO.
           MOVE ZEROS TO W-FT-REGIAO, W-FT-KM-ATE

           DISPLAY BUSCAR-FAIXA
           ACCEPT  BUSCAR-FAIXA

           IF W-FT-KM-ATE EQUAL TO ZEROS
              PERFORM 000-INICIO
           END-IF

           OPEN I-O ARQ-FRETE

           PERFORM 120-LER-FAIXA

           IF W-ACHOU-FAIXA NOT EQUAL TO "S"
              MOVE "FAIXA NAO CADASTRADA" TO W-MOTIVO-FAIXA
              DISPLAY MENSAGEM-FAIXA-INVALIDA
              ACCEPT  MENSAGEM-FAIXA-INVALIDA
           ELSE
              DISPLAY EXCLUSAO-FAIXA
              ACCEPT  EXCLUSAO-FAIXA

              EVALUATE FUNCTION UPPER-CASE(W-CONFIRMA)
                WHEN 'S'
                   DELETE ARQ-FRETE RECORD
                   DISPLAY MENSAGEM-FAIXA-ATUALIZADA
                   ACCEPT  MENSAGEM-FAIXA-ATUALIZADA
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF

           CLOSE ARQ-FRETE
           PERFORM 000-INICIO.

       700-LISTAR-FAIXAS.
           OPEN INPUT ARQ-FRETE

           MOVE LOW-VALUES TO FT-CHAVE
           START ARQ-FRETE KEY IS NOT LESS THAN FT-CHAVE

           IF WF-FILE-STATUS NOT EQUAL TO "00"
              DISPLAY MENSAGEM-LISTA-VAZIA
              ACCEPT  MENSAGEM-LISTA-VAZIA
              CLOSE ARQ-FRETE
              PERFORM 000-INICIO
           ELSE
              READ ARQ-FRETE NEXT RECORD
              PERFORM 710-EXIBIR-FAIXA
           END-IF.

       710-EXIBIR-FAIXA.
           MOVE FT-COD-REGIAO    TO W-FT-REGIAO
           MOVE FT-KM-ATE        TO W-FT-KM-ATE
           MOVE FT-VALOR-FRETE   TO W-FT-VALOR
           MOVE FT-VALOR-ISENCAO TO W-FT-ISENCAO
           MOVE FT-USUARIO       TO W-FT-USUARIO

           DISPLAY LISTAR-FAIXA
           ACCEPT  LISTAR-FAIXA

           EVALUATE FUNCTION UPPER-CASE(W-OPCAO-LISTA)
             WHEN 'N'
                READ ARQ-FRETE NEXT RECORD
                IF WF-FILE-STATUS NOT EQUAL TO "00"
                   DISPLAY MENSAGEM-FIM-LISTA
                   ACCEPT  MENSAGEM-FIM-LISTA
                   CLOSE ARQ-FRETE
                   PERFORM 000-INICIO
                END-IF
                PERFORM 710-EXIBIR-FAIXA
             WHEN 'A'
                READ ARQ-FRETE PREVIOUS RECORD
                IF WF-FILE-STATUS NOT EQUAL TO "00"
                   DISPLAY MENSAGEM-FIM-LISTA
                   ACCEPT  MENSAGEM-FIM-LISTA
                   CLOSE ARQ-FRETE
                   PERFORM 000-INICIO
                END-IF
                PERFORM 710-EXIBIR-FAIXA
             WHEN OTHER
                CLOSE ARQ-FRETE
                PERFORM 000-INICIO
           END-EVALUATE.

       END PROGRAM TELAFRETE.
