       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TELACONTRATO AS "TELACONTRATO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * MANUTENCAO DOS CONTRATOS DE PRECO NEGOCIADO (VER             *
      * CONTRATO.CPY). O CONTRATO E DE UM CLIENTE OU DE UM GRUPO     *
      * ECONOMICO CADASTRADO (RAIZ DO CNPJ, VER GRUPO.CPY), PARA UM  *
      * PRODUTO, COM PRECO E VIGENCIA. A ENTRADA DE PEDIDOS          *
      * (TELAPEDIDO E IMPORTPEDIDO) USA O PRECO DO CONTRATO VIGENTE  *
      * NO LUGAR DO PRECO DE LISTA. A INCLUSAO E A ALTERACAO SAO     *
      * RESTRITAS AOS USUARIOS COM SS-PERM-PARAMETRO NA SESSAO; A    *
      * LISTA E O RELATORIO DE VENCIMENTOS (REPORTCONTRATO) SAO      *
      * LIVRES.                                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTRATO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CT-CHAVE
                  FILE STATUS   IS WJ-FILE-STATUS.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT ARQ-GRUPO     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GR-RAIZ-CNPJ
                  FILE STATUS   IS WG-FILE-STATUS.

           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PRD-COD-PRODUTO
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTRATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadContratoPreco'.
       COPY "CONTRATO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

       FD  ARQ-GRUPO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadGrupoEconomico'.
       COPY "GRUPO.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadProduto'.
       COPY "PRODUTO.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WOPCAO                 PIC  9      VALUE ZEROS.
       77 WJ-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WF-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-OPCAO-LISTA          PIC  X(001) VALUE SPACES.
       77 W-ACHOU-CONTRATO       PIC  X(001) VALUE "N".
      * MOTIVO DA RECUSA DO CONTRATO DIGITADO (BRANCO = VALIDO).
       77 W-MOTIVO-CONTRATO      PIC  X(050) VALUE SPACES.
       77 W-DATA-HOJE            PIC  9(008) VALUE ZEROS.

      * ESPELHO DO REGISTRO DE ARQ-CONTRATO PARA EDICAO EM TELA, COM
      * O NOME DO CLIENTE (OU DO GRUPO) E O PRODUTO PARA CONFERENCIA.
       01  W-ARQ-CONTRATO-REG.
           03 W-CT-CLIENTE       PIC  9(007) VALUE ZEROS.
           03 W-CT-RAIZ          PIC  9(008) VALUE ZEROS.
           03 W-CT-PRODUTO       PIC  9(005) VALUE ZEROS.
           03 W-CT-INICIO        PIC  9(008) VALUE ZEROS.
           03 W-CT-FIM           PIC  9(008) VALUE ZEROS.
           03 W-CT-PRECO         PIC  9(009)V9(002) VALUE ZEROS.
           03 W-CT-USUARIO       PIC  X(020) VALUE SPACES.
           03 W-CT-NOME          PIC  X(040) VALUE SPACES.
           03 W-CT-DESCRICAO     PIC  X(040) VALUE SPACES.
           03 W-CT-PRECO-LISTA   PIC  9(009)V9(002) VALUE ZEROS.

       SCREEN SECTION.
       01 MENU-CONTRATO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 28 VALUE "CONTRATOS DE PRECO NEGOCIADO".
          02 LINE 07 COL 10 VALUE "[1] INCLUIR OU ALTERAR CONTRATO".
          02 LINE 08 COL 10 VALUE "[2] LISTAR CONTRATOS".
          02 LINE 09 COL 10 VALUE
             "[3] RELATORIO DE CONTRATOS A VENCER".
          02 LINE 10 COL 10 VALUE "[4] VOLTAR AO MENU PRINCIPAL".
          02 LINE 12 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 12 COL 34 PIC 9 TO WOPCAO AUTO.

       01 BUSCAR-CONTRATO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 28 VALUE "CONTRATOS DE PRECO NEGOCIADO".
          02 LINE 07 COL 10 VALUE "CLIENTE (0 = CONTRATO DO GRUPO)  :".
          02 LINE 07 COL 45, PIC ZZZZZZ9 USING W-CT-CLIENTE.
          02 LINE 08 COL 10 VALUE "RAIZ DO CNPJ DO GRUPO            :".
          02 LINE 08 COL 45, PIC 99999999 USING W-CT-RAIZ.
          02 LINE 09 COL 10 VALUE "PRODUTO (0 = VOLTA)              :".
          02 LINE 09 COL 45, PIC ZZZZ9 USING W-CT-PRODUTO.
          02 LINE 10 COL 10 VALUE "INICIO DA VIGENCIA (AAAAMMDD)    :".
          02 LINE 10 COL 45, PIC 99999999 USING W-CT-INICIO.
          02 LINE 12 COL 10 VALUE
             "INFORME O CLIENTE OU A RAIZ DO GRUPO, NAO OS DOIS;".
          02 LINE 13 COL 10 VALUE
             "INICIO ZERADO ASSUME A DATA DE HOJE.".

       01 MANUTENCAO-CONTRATO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 28 VALUE "INCLUIR OU ALTERAR CONTRATO".
          02 LINE 07 COL 10 VALUE "CLIENTE        :".
          02 LINE 07 COL 27, PIC ZZZZZZ9 FROM W-CT-CLIENTE.
          02 LINE 08 COL 10 VALUE "RAIZ DO GRUPO  :".
          02 LINE 08 COL 27, PIC 99999999 FROM W-CT-RAIZ.
          02 LINE 09 COL 10 VALUE "NOME           :".
          02 LINE 09 COL 27, PIC X(040) FROM W-CT-NOME.
          02 LINE 10 COL 10 VALUE "PRODUTO        :".
          02 LINE 10 COL 27, PIC ZZZZ9 FROM W-CT-PRODUTO.
          02 LINE 10 COL 34, PIC X(040) FROM W-CT-DESCRICAO.
          02 LINE 11 COL 10 VALUE "PRECO DE LISTA :".
          02 LINE 11 COL 27, PIC ZZZZZZZZ9,99 FROM W-CT-PRECO-LISTA.
          02 LINE 12 COL 10 VALUE "INICIO         :".
          02 LINE 12 COL 27, PIC 99999999 FROM W-CT-INICIO.
          02 LINE 13 COL 10 VALUE "FIM (AAAAMMDD) :".
          02 LINE 13 COL 27, PIC 99999999 USING W-CT-FIM.
          02 LINE 14 COL 10 VALUE "PRECO CONTRATO :".
          02 LINE 14 COL 27, PIC ZZZZZZZZ9,99 USING W-CT-PRECO.
          02 LINE 16 COL 10
             "CONFIRMA A GRAVACAO DO CONTRATO?(S/N):".
          02 LINE 16 COL 49, PIC X TO W-CONFIRMA.

       01 LISTAR-CONTRATO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 31 VALUE "LISTAR CONTRATOS".
          02 LINE 07 COL 10 VALUE "CLIENTE        :".
          02 LINE 07 COL 27, PIC ZZZZZZ9 FROM W-CT-CLIENTE.
          02 LINE 08 COL 10 VALUE "RAIZ DO GRUPO  :".
          02 LINE 08 COL 27, PIC 99999999 FROM W-CT-RAIZ.
          02 LINE 09 COL 10 VALUE "PRODUTO        :".
          02 LINE 09 COL 27, PIC ZZZZ9 FROM W-CT-PRODUTO.
          02 LINE 10 COL 10 VALUE "INICIO         :".
          02 LINE 10 COL 27, PIC 99999999 FROM W-CT-INICIO.
          02 LINE 11 COL 10 VALUE "FIM            :".
          02 LINE 11 COL 27, PIC 99999999 FROM W-CT-FIM.
          02 LINE 12 COL 10 VALUE "PRECO CONTRATO :".
          02 LINE 12 COL 27, PIC ZZZZZZZZ9,99 FROM W-CT-PRECO.
          02 LINE 13 COL 10 VALUE "ALTERADO POR   :".
          02 LINE 13 COL 27, PIC X(020) FROM W-CT-USUARIO.
          02 LINE 15 COL 10 VALUE
             "[N] PROXIMO  [A] ANTERIOR  [F] FINALIZAR".
          02 LINE 16 COL 10, "OPCAO:".
          02 LINE 16 COL 17, PIC X TO W-OPCAO-LISTA.

       01 MENSAGEM-CONTRATO-ATUALIZADO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "CONTRATO DE PRECO ATUALIZADO".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-CONTRATO-INVALIDO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "CONTRATO NAO GRAVADO:".
          02 LINE 08 COL 10, PIC X(050) FROM W-MOTIVO-CONTRATO.
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
          02 LINE 07 COL 10 VALUE "NENHUM CONTRATO CADASTRADO".
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
           DISPLAY MENU-CONTRATO
           ACCEPT  MENU-CONTRATO

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 005-VERIFICAR-PERMISSAO
                PERFORM 100-MANUTENCAO
             WHEN 2
                PERFORM 700-LISTAR-CONTRATOS
             WHEN 3
                CHAIN "REPORTCONTRATO"
             WHEN 4
                CALL "MENU"
             WHEN OTHER
                PERFORM 000-INICIO
           END-EVALUATE.

      * A MANUTENCAO DOS CONTRATOS E RESTRITA AOS USUARIOS COM
      * SS-PERM-PARAMETRO NA SESSAO (VER SESSAO.CPY); O USUARIO FICA
      * GRAVADO NO CONTRATO.
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

      * INCLUI OU ALTERA UM CONTRATO NUMA UNICA OPCAO: SE A CHAVE
      * (CLIENTE OU GRUPO, PRODUTO E INICIO) JA EXISTE, OS DADOS SAO
      * CARREGADOS PARA EDICAO.
       100-MANUTENCAO.
           MOVE ZEROS TO W-CT-CLIENTE, W-CT-RAIZ, W-CT-PRODUTO,
                         W-CT-INICIO

           DISPLAY BUSCAR-CONTRATO
           ACCEPT  BUSCAR-CONTRATO

           IF W-CT-PRODUTO EQUAL TO ZEROS
              PERFORM 000-INICIO
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE

           IF W-CT-INICIO EQUAL TO ZEROS
              MOVE W-DATA-HOJE TO W-CT-INICIO
           END-IF

           PERFORM 110-VALIDAR-CHAVE

           IF W-MOTIVO-CONTRATO NOT EQUAL TO SPACES
              DISPLAY MENSAGEM-CONTRATO-INVALIDO
              ACCEPT  MENSAGEM-CONTRATO-INVALIDO
              PERFORM 000-INICIO
           END-IF

           OPEN I-O ARQ-CONTRATO

           MOVE "N"    TO W-ACHOU-CONTRATO
           MOVE ZEROS  TO W-CT-FIM, W-CT-PRECO

           MOVE W-CT-CLIENTE TO CT-COD-CLIENTE
           MOVE W-CT-RAIZ    TO CT-RAIZ-CNPJ
           MOVE W-CT-PRODUTO TO CT-COD-PRODUTO
           MOVE W-CT-INICIO  TO CT-DATA-INICIO
           READ ARQ-CONTRATO RECORD KEY IS CT-CHAVE

           IF WJ-FILE-STATUS EQUAL TO "00"
              MOVE "S"               TO W-ACHOU-CONTRATO
              MOVE CT-DATA-FIM       TO W-CT-FIM
              MOVE CT-PRECO-CONTRATO TO W-CT-PRECO
           END-IF

           DISPLAY MANUTENCAO-CONTRATO
           ACCEPT  MANUTENCAO-CONTRATO

           EVALUATE FUNCTION UPPER-CASE(W-CONFIRMA)
             WHEN 'S'
                PERFORM 120-GRAVAR-CONTRATO
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           CLOSE ARQ-CONTRATO
           PERFORM 000-INICIO.

      * O CONTRATO E DE UM CLIENTE EXISTENTE OU DE UM GRUPO
      * ECONOMICO CADASTRADO (UM DOS DOIS), PARA UM PRODUTO DO
      * CADASTRO, COM INICIO EM DATA VALIDA.
       110-VALIDAR-CHAVE.
           MOVE SPACES TO W-MOTIVO-CONTRATO
           MOVE SPACES TO W-CT-NOME, W-CT-DESCRICAO
           MOVE ZEROS  TO W-CT-PRECO-LISTA

           EVALUATE TRUE
             WHEN W-CT-CLIENTE EQUAL TO ZEROS
                  AND W-CT-RAIZ EQUAL TO ZEROS
                MOVE "INFORME O CLIENTE OU A RAIZ DO GRUPO"
                  TO W-MOTIVO-CONTRATO
             WHEN W-CT-CLIENTE GREATER THAN ZEROS
                  AND W-CT-RAIZ GREATER THAN ZEROS
                MOVE "INFORME O CLIENTE OU A RAIZ DO GRUPO, NAO OS DOIS"
                  TO W-MOTIVO-CONTRATO
             WHEN W-CT-CLIENTE GREATER THAN ZEROS
                OPEN INPUT ARQ-CLIENTE
                MOVE W-CT-CLIENTE TO COD-CLIENTE
                READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

                IF WC-FILE-STATUS EQUAL TO "00"
                   MOVE RAZAO-SOCIAL TO W-CT-NOME
                ELSE
                   MOVE "CLIENTE NAO CADASTRADO" TO W-MOTIVO-CONTRATO
                END-IF

                CLOSE ARQ-CLIENTE
             WHEN OTHER
                OPEN INPUT ARQ-GRUPO
                MOVE W-CT-RAIZ TO GR-RAIZ-CNPJ
                READ ARQ-GRUPO RECORD KEY IS GR-RAIZ-CNPJ

                IF WG-FILE-STATUS EQUAL TO "00"
                   MOVE GR-NOME-GRUPO TO W-CT-NOME
                ELSE
                   MOVE "GRUPO ECONOMICO NAO CADASTRADO"
                     TO W-MOTIVO-CONTRATO
                END-IF

                CLOSE ARQ-GRUPO
           END-EVALUATE

           IF W-MOTIVO-CONTRATO EQUAL TO SPACES
              OPEN INPUT ARQ-PRODUTO
              MOVE W-CT-PRODUTO TO PRD-COD-PRODUTO
              READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO

              IF WF-FILE-STATUS EQUAL TO "00"
                 MOVE PRD-DESCRICAO   TO W-CT-DESCRICAO
                 MOVE PRD-PRECO-LISTA TO W-CT-PRECO-LISTA
              ELSE
                 MOVE "PRODUTO NAO CADASTRADO" TO W-MOTIVO-CONTRATO
              END-IF

              CLOSE ARQ-PRODUTO
           END-IF

           IF W-MOTIVO-CONTRATO EQUAL TO SPACES
              AND FUNCTION TEST-DATE-YYYYMMDD(W-CT-INICIO)
                  NOT EQUAL ZEROS
              MOVE "DATA DE INICIO INVALIDA" TO W-MOTIVO-CONTRATO
           END-IF.

      * PRECO ZERADO, FIM INVALIDO OU ANTERIOR AO INICIO RECUSAM A
      * GRAVACAO. PARA ENCERRAR UM CONTRATO ANTES DA HORA, BASTA
      * ANTECIPAR O FIM.
       120-GRAVAR-CONTRATO.
           MOVE SPACES TO W-MOTIVO-CONTRATO

           EVALUATE TRUE
             WHEN W-CT-PRECO EQUAL TO ZEROS
                MOVE "PRECO DO CONTRATO NAO INFORMADO"
                  TO W-MOTIVO-CONTRATO
             WHEN FUNCTION TEST-DATE-YYYYMMDD(W-CT-FIM)
                  NOT EQUAL ZEROS
                MOVE "DATA DE FIM INVALIDA" TO W-MOTIVO-CONTRATO
             WHEN W-CT-FIM LESS THAN W-CT-INICIO
                MOVE "FIM ANTERIOR AO INICIO DA VIGENCIA"
                  TO W-MOTIVO-CONTRATO
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           IF W-MOTIVO-CONTRATO NOT EQUAL TO SPACES
              DISPLAY MENSAGEM-CONTRATO-INVALIDO
              ACCEPT  MENSAGEM-CONTRATO-INVALIDO
           ELSE
              MOVE W-CT-CLIENTE TO CT-COD-CLIENTE
              MOVE W-CT-RAIZ    TO CT-RAIZ-CNPJ
              MOVE W-CT-PRODUTO TO CT-COD-PRODUTO
              MOVE W-CT-INICIO  TO CT-DATA-INICIO
              MOVE W-CT-FIM     TO CT-DATA-FIM
              MOVE W-CT-PRECO   TO CT-PRECO-CONTRATO
              MOVE SS-USUARIO   TO CT-USUARIO
              MOVE FUNCTION CURRENT-DATE(1:14) TO CT-DATA-ALTERACAO

              IF W-ACHOU-CONTRATO EQUAL TO "S"
                 REWRITE ARQ-CONTRATO-REG
              ELSE
                 WRITE ARQ-CONTRATO-REG
              END-IF

              DISPLAY MENSAGEM-CONTRATO-ATUALIZADO
              ACCEPT  MENSAGEM-CONTRATO-ATUALIZADO
           END-IF.

       700-LISTAR-CONTRATOS.
           OPEN INPUT ARQ-CONTRATO

           MOVE LOW-VALUES TO CT-CHAVE
           START ARQ-CONTRATO KEY IS NOT LESS THAN CT-CHAVE

           IF WJ-FILE-STATUS NOT EQUAL TO "00"
              DISPLAY MENSAGEM-LISTA-VAZIA
              ACCEPT  MENSAGEM-LISTA-VAZIA
              CLOSE ARQ-CONTRATO
              PERFORM 000-INICIO
           ELSE
              READ ARQ-CONTRATO NEXT RECORD
              PERFORM 710-EXIBIR-CONTRATO
           END-IF.

       710-EXIBIR-CONTRATO.
           MOVE CT-COD-CLIENTE    TO W-CT-CLIENTE
           MOVE CT-RAIZ-CNPJ      TO W-CT-RAIZ
           MOVE CT-COD-PRODUTO    TO W-CT-PRODUTO
           MOVE CT-DATA-INICIO    TO W-CT-INICIO
           MOVE CT-DATA-FIM       TO W-CT-FIM
           MOVE CT-PRECO-CONTRATO TO W-CT-PRECO
           MOVE CT-USUARIO        TO W-CT-USUARIO

           DISPLAY LISTAR-CONTRATO
           ACCEPT  LISTAR-CONTRATO

           EVALUATE FUNCTION UPPER-CASE(W-OPCAO-LISTA)
             WHEN 'N'
                READ ARQ-CONTRATO NEXT RECORD
                IF WJ-FILE-STATUS NOT EQUAL TO "00"
                   DISPLAY MENSAGEM-FIM-LISTA
                   ACCEPT  MENSAGEM-FIM-LISTA
                   CLOSE ARQ-CONTRATO
                   PERFORM 000-INICIO
                END-IF
                PERFORM 710-EXIBIR-CONTRATO
             WHEN 'A'
                READ ARQ-CONTRATO PREVIOUS RECORD
                IF WJ-FILE-STATUS NOT EQUAL TO "00"
                   DISPLAY MENSAGEM-FIM-LISTA
                   ACCEPT  MENSAGEM-FIM-LISTA
                   CLOSE ARQ-CONTRATO
                   PERFORM 000-INICIO
                END-IF
                PERFORM 710-EXIBIR-CONTRATO
             WHEN OTHER
                CLOSE ARQ-CONTRATO
                PERFORM 000-INICIO
           END-EVALUATE.

       END PROGRAM TELACONTRATO.
