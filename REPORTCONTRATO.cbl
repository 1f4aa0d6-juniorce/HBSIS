       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REPORTCONTRATO AS "REPORTCONTRATO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * RELATORIO DOS CONTRATOS DE PRECO NEGOCIADO (VER CONTRATO.CPY)*
      * QUE VENCEM NOS PROXIMOS DIAS (30 POR PADRAO, INFORMADO NA    *
      * TELA): FIM DA VIGENCIA ENTRE HOJE E HOJE + DIAS, DO MAIS     *
      * PROXIMO PARA O MAIS DISTANTE, COM O CLIENTE OU GRUPO, O      *
      * PRODUTO E O PRECO DO CONTRATO AO LADO DO PRECO DE LISTA, PARA*
      * O COMERCIAL RENEGOCIAR ANTES DE O PEDIDO VOLTAR AO PRECO DE  *
      * LISTA. NO LOTE NOTURNO A TELA NAO E EXIBIDA E VALE O PADRAO. *
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

           SELECT TB-CONTRATO   ASSIGN TO DISK.

           SELECT REL-CONTRATO  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

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

       SD  TB-CONTRATO.
       01  TJ-CONTRATO-REG.
           03 TJ-DATA-FIM         PIC  9(008).
           03 TJ-COD-CLIENTE      PIC  9(007).
           03 TJ-RAIZ-CNPJ        PIC  9(008).
           03 TJ-COD-PRODUTO      PIC  9(005).
           03 TJ-DATA-INICIO      PIC  9(008).
           03 TJ-PRECO-CONTRATO   PIC  9(009)V9(002).

       FD  REL-CONTRATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relContratoVencer'.
       01  REL-CONTRATO-LINHA     PIC  X(130).

       WORKING-STORAGE SECTION.
       77 WJ-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WF-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-CONFIRMA              PIC  X(001) VALUE SPACES.
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
       77 W-FIM-CONTRATO          PIC  X(001) VALUE SPACES.
       77 W-FIM-ORDENADO          PIC  X(001) VALUE SPACES.
      * JANELA DE VENCIMENTO EM DIAS A PARTIR DE HOJE (ZEROS NA TELA
      * VOLTA AO PADRAO DE 30).
       77 W-DIAS-JANELA           PIC  9(003) VALUE 30.
       77 W-DATA-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-DATA-LIMITE           PIC  9(008) VALUE ZEROS.
       77 W-DIAS-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-DIAS-RESTANTES        PIC  9(008) VALUE ZEROS.
       77 W-QTD-CONTRATOS         PIC  9(007) VALUE ZEROS.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(022) VALUE SPACES.
           03 FILLER              PIC  X(045) VALUE
              "CONTRATOS DE PRECO A VENCER".

       01  W-CABECALHO-3.
           03 FILLER              PIC  X(022) VALUE
              "DATA BASE............:".
           03 W-CAB-DATA-HOJE     PIC  9(008).
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(022) VALUE
              "VENCIMENTO ATE.......:".
           03 W-CAB-DATA-LIMITE   PIC  9(008).
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(007) VALUE "DIAS..:".
           03 W-CAB-DIAS          PIC  ZZ9.

       01  W-COLUNAS.
           03 FILLER              PIC  X(012) VALUE "  FIM".
           03 FILLER              PIC  X(005) VALUE "DIAS".
           03 FILLER              PIC  X(018) VALUE "CLIENTE/GRUPO".
           03 FILLER              PIC  X(032) VALUE "NOME".
           03 FILLER              PIC  X(034) VALUE "PRODUTO".
           03 FILLER              PIC  X(014) VALUE "  PRECO CONTR.".
           03 FILLER              PIC  X(014) VALUE "  PRECO LISTA".

       01  W-DETALHE.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-FIM             PIC  9(008).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-DIAS            PIC  ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-TIPO            PIC  X(007).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-CODIGO          PIC  ZZZZZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-NOME            PIC  X(030).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-PRODUTO         PIC  ZZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-DESCRICAO       PIC  X(025).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-PRECO           PIC  ZZZZZZZZ9,99.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-PRECO-LISTA     PIC  ZZZZZZZZ9,99.

       01  W-RODAPE.
           03 FILLER              PIC  X(022) VALUE
              "CONTRATOS A VENCER...:".
           03 W-R-CONTRATOS       PIC  ZZZZZZ9.

       01  W-NENHUM-CONTRATO.
           03 FILLER              PIC  X(045) VALUE
              "** NENHUM CONTRATO A VENCER NO PERIODO **".

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE
           "CONTRATOS A VENCER".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE
           'relContratoVencer'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       SCREEN SECTION.
       01 TELA-OPCOES-CONTRATO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 27 VALUE "CONTRATOS DE PRECO A VENCER".
          02 LINE 07 COL 10 VALUE "VENCIMENTO NOS PROXIMOS (DIAS):".
          02 LINE 07 COL 42, PIC ZZ9 USING W-DIAS-JANELA.
          02 LINE 15 COL 10 "CONFIRMA IMPRESSAO DO RELATORIO?(S/N):".
          02 LINE 15 COL 49, PIC X TO W-CONFIRMA.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-MODO-LOTE

           IF W-MODO-LOTE NOT EQUAL TO "S"
              DISPLAY TELA-OPCOES-CONTRATO
              ACCEPT  TELA-OPCOES-CONTRATO

              IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
                 CHAIN "MENU"
              END-IF
           END-IF

           IF W-DIAS-JANELA EQUAL TO ZEROS
              MOVE 30 TO W-DIAS-JANELA
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE
           COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
           COMPUTE W-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(W-DIAS-HOJE + W-DIAS-JANELA)

           SORT TB-CONTRATO
                ON ASCENDING KEY TJ-DATA-FIM
                                 TJ-COD-CLIENTE
                                 TJ-RAIZ-CNPJ
                                 TJ-COD-PRODUTO
                INPUT PROCEDURE 100-SELECIONAR-CONTRATOS
                OUTPUT PROCEDURE 200-IMPRIMIR-RELATORIO

           MOVE SPACES TO W-SPOOL-PARAMETROS
           STRING "VENCIMENTO ATE " W-DATA-LIMITE
                  DELIMITED BY SIZE
                  INTO W-SPOOL-PARAMETROS
           PERFORM 900-REGISTRAR-SPOOL

           IF W-MODO-LOTE EQUAL TO "S"
              GOBACK
           END-IF

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

       100-SELECIONAR-CONTRATOS.
           MOVE "N" TO W-FIM-CONTRATO

           OPEN INPUT ARQ-CONTRATO

           IF WJ-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-CONTRATO
           ELSE
              MOVE LOW-VALUES TO CT-CHAVE
              START ARQ-CONTRATO KEY IS NOT LESS THAN CT-CHAVE

              IF WJ-FILE-STATUS NOT EQUAL "00"
                 MOVE "S" TO W-FIM-CONTRATO
              ELSE
                 READ ARQ-CONTRATO NEXT
                   AT END MOVE "S" TO W-FIM-CONTRATO
                 END-READ
              END-IF
           END-IF

           PERFORM 110-SELECIONAR-UM-CONTRATO
             UNTIL W-FIM-CONTRATO = "S"

           CLOSE ARQ-CONTRATO.

      * VENCE NA JANELA O CONTRATO COM FIM ENTRE HOJE E A DATA LIMITE;
      * O JA VENCIDO NAO SAI (NAO VALE MAIS NA ENTRADA DE PEDIDOS).
       110-SELECIONAR-UM-CONTRATO.
           IF CT-DATA-FIM NOT LESS THAN W-DATA-HOJE
              AND CT-DATA-FIM NOT GREATER THAN W-DATA-LIMITE
              MOVE CT-DATA-FIM       TO TJ-DATA-FIM
              MOVE CT-COD-CLIENTE    TO TJ-COD-CLIENTE
              MOVE CT-RAIZ-CNPJ      TO TJ-RAIZ-CNPJ
              MOVE CT-COD-PRODUTO    TO TJ-COD-PRODUTO
              MOVE CT-DATA-INICIO    TO TJ-DATA-INICIO
              MOVE CT-PRECO-CONTRATO TO TJ-PRECO-CONTRATO
              RELEASE TJ-CONTRATO-REG
           END-IF

           READ ARQ-CONTRATO NEXT
             AT END MOVE "S" TO W-FIM-CONTRATO
           END-READ.

       200-IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-CONTRATO
           OPEN INPUT  ARQ-CLIENTE
           OPEN INPUT  ARQ-GRUPO
           OPEN INPUT  ARQ-PRODUTO

           MOVE "N"           TO W-FIM-ORDENADO
           MOVE W-DATA-HOJE   TO W-CAB-DATA-HOJE
           MOVE W-DATA-LIMITE TO W-CAB-DATA-LIMITE
           MOVE W-DIAS-JANELA TO W-CAB-DIAS

           WRITE REL-CONTRATO-LINHA FROM W-CABECALHO-1
           WRITE REL-CONTRATO-LINHA FROM W-CABECALHO-2
           WRITE REL-CONTRATO-LINHA FROM W-CABECALHO-3
           MOVE SPACES TO REL-CONTRATO-LINHA
           WRITE REL-CONTRATO-LINHA
           WRITE REL-CONTRATO-LINHA FROM W-COLUNAS

           RETURN TB-CONTRATO RECORD INTO TJ-CONTRATO-REG
             AT END MOVE "S" TO W-FIM-ORDENADO
           END-RETURN

           PERFORM 220-IMPRIMIR-DETALHE
             UNTIL W-FIM-ORDENADO = "S"

           IF W-QTD-CONTRATOS EQUAL TO ZEROS
              WRITE REL-CONTRATO-LINHA FROM W-NENHUM-CONTRATO
           END-IF

           MOVE SPACES TO REL-CONTRATO-LINHA
           WRITE REL-CONTRATO-LINHA
           MOVE W-QTD-CONTRATOS TO W-R-CONTRATOS
           WRITE REL-CONTRATO-LINHA FROM W-RODAPE

           CLOSE ARQ-PRODUTO
           CLOSE ARQ-GRUPO
           CLOSE ARQ-CLIENTE
           CLOSE REL-CONTRATO.

      * CLIENTE OU GRUPO E PRODUTO SAO LIDOS SO PARA O NOME; CADASTRO
      * AUSENTE DEIXA O NOME EM BRANCO E O PRECO DE LISTA ZERADO.
       220-IMPRIMIR-DETALHE.
           ADD 1 TO W-QTD-CONTRATOS

           MOVE SPACES TO W-D-NOME, W-D-DESCRICAO
           MOVE ZEROS  TO W-D-PRECO-LISTA

           COMPUTE W-DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE(TJ-DATA-FIM) - W-DIAS-HOJE

           IF TJ-COD-CLIENTE GREATER THAN ZEROS
              MOVE "CLIENTE"      TO W-D-TIPO
              MOVE TJ-COD-CLIENTE TO W-D-CODIGO
              MOVE TJ-COD-CLIENTE TO COD-CLIENTE
              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
              IF WC-FILE-STATUS EQUAL TO "00"
                 MOVE RAZAO-SOCIAL TO W-D-NOME
              END-IF
           ELSE
              MOVE "GRUPO"        TO W-D-TIPO
              MOVE TJ-RAIZ-CNPJ   TO W-D-CODIGO
              MOVE TJ-RAIZ-CNPJ   TO GR-RAIZ-CNPJ
              READ ARQ-GRUPO RECORD KEY IS GR-RAIZ-CNPJ
              IF WG-FILE-STATUS EQUAL TO "00"
                 MOVE GR-NOME-GRUPO TO W-D-NOME
              END-IF
           END-IF

           MOVE TJ-COD-PRODUTO TO PRD-COD-PRODUTO
           READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO
           IF WF-FILE-STATUS EQUAL TO "00"
              MOVE PRD-DESCRICAO   TO W-D-DESCRICAO
              MOVE PRD-PRECO-LISTA TO W-D-PRECO-LISTA
           END-IF

           MOVE TJ-DATA-FIM       TO W-D-FIM
           MOVE W-DIAS-RESTANTES  TO W-D-DIAS
           MOVE TJ-COD-PRODUTO    TO W-D-PRODUTO
           MOVE TJ-PRECO-CONTRATO TO W-D-PRECO
           WRITE REL-CONTRATO-LINHA FROM W-DETALHE

           RETURN TB-CONTRATO RECORD INTO TJ-CONTRATO-REG
             AT END MOVE "S" TO W-FIM-ORDENADO
           END-RETURN.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM REPORTCONTRATO.
