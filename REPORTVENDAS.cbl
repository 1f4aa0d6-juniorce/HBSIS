       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REPORTVENDAS AS "REPORTVENDAS".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * ANALISE DE VENDAS POR PRODUTO, REGIAO E MES. PARA O PERIODO  *
      * INFORMADO (AAAAMM A AAAAMM, ATE 24 MESES), SOMA QUANTIDADE E *
      * VALOR DOS ITENS DOS PEDIDOS (EXCETO CANCELADOS) PELO MES DO  *
      * PEDIDO, MENOS OS ITENS DAS NOTAS DE CREDITO DE DEVOLUCAO     *
      * PELO MES DE EMISSAO DA NOTA, E COMPARA COM O MESMO PERIODO   *
      * DO ANO ANTERIOR (VARIACAO EM % SOBRE O VALOR). A REGIAO E A  *
      * DO CADASTRO DO CLIENTE (COD-REGIAO-CLIENTE).                 *
      * SECOES: POR PRODUTO, POR REGIAO E PRODUTOS DENTRO DE CADA    *
      * REGIAO, EM RANKING DO MAIOR PARA O MENOR VALOR, E POR MES,   *
      * EM ORDEM CRONOLOGICA.                                        *
      * O CRUZAMENTO PRODUTO X REGIAO E FEITO POR SORT, SEM TABELA   *
      * EM MEMORIA; AS LINHAS RESUMIDAS VAO PARA UM ARQUIVO DE       *
      * TRABALHO E DALI PARA O SORT DO RANKING.                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-ITEM-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS IT-CHAVE
                  FILE STATUS   IS WI-FILE-STATUS.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-NUM-NOTA
                  FILE STATUS   IS WD-FILE-STATUS.

           SELECT ARQ-ITEM-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ID-CHAVE
                  FILE STATUS   IS WN-FILE-STATUS.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PRD-COD-PRODUTO
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT ARQ-REGIAO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RG-COD-REGIAO
                  FILE STATUS   IS WG-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT TB-VENDA      ASSIGN TO DISK.

           SELECT TB-RANKING    ASSIGN TO DISK.

      * LINHAS JA RESUMIDAS POR PRODUTO E POR PRODUTO X REGIAO,
      * GRAVADAS NA SAIDA DO PRIMEIRO SORT E LIDAS NA ENTRADA DO
      * SORT DO RANKING.
           SELECT WRK-VENDAS    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W1-FILE-STATUS.

           SELECT REL-VENDAS    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-ITEM-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadItemPedido'.
       COPY "ITEMPEDIDO.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadDevolucao'.
       COPY "DEVOLUCAO.CPY".

       FD  ARQ-ITEM-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadItemDevolucao'.
       COPY "ITEMDEVOLUCAO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadProduto'.
       COPY "PRODUTO.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadRegiao'.
       COPY "REGIAO.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

      * UMA LINHA POR ITEM DE PEDIDO OU DE DEVOLUCAO DENTRO DO
      * PERIODO OU DO PERIODO DO ANO ANTERIOR (DEVOLUCAO NEGATIVA).
       SD  TB-VENDA.
       01  TV-VENDA-REG.
           03 TV-COD-PRODUTO      PIC  9(005).
           03 TV-COD-REGIAO       PIC  9(003).
           03 TV-QTD-ATUAL        PIC S9(009)V9(002).
           03 TV-VALOR-ATUAL      PIC S9(011)V9(002).
           03 TV-QTD-ANTERIOR     PIC S9(009)V9(002).
           03 TV-VALOR-ANTERIOR   PIC S9(011)V9(002).

      * SECAO 1 = PRODUTO, 2 = REGIAO, 3 = PRODUTO DENTRO DA REGIAO
      * (TK-GRUPO = REGIAO). DENTRO DA SECAO/GRUPO, MAIOR VALOR
      * PRIMEIRO.
       SD  TB-RANKING.
       01  TK-RANKING-REG.
           03 TK-SECAO            PIC  9(001).
           03 TK-GRUPO            PIC  9(003).
           03 TK-VALOR-ATUAL      PIC S9(011)V9(002).
           03 TK-CODIGO           PIC  9(005).
           03 TK-QTD-ATUAL        PIC S9(009)V9(002).
           03 TK-QTD-ANTERIOR     PIC S9(009)V9(002).
           03 TK-VALOR-ANTERIOR   PIC S9(011)V9(002).

       FD  WRK-VENDAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'wrkAnaliseVendas'.
       01  WRK-VENDAS-LINHA       PIC  X(080).

       FD  REL-VENDAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relAnaliseVendas'.
       01  REL-VENDAS-LINHA       PIC  X(080).

       WORKING-STORAGE SECTION.
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WI-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WD-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WN-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WF-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W1-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-CONFIRMA              PIC  X(001) VALUE SPACES.
       77 W-PERIODO-OK            PIC  X(001) VALUE "N".
       77 W-MENSAGEM              PIC  X(060) VALUE SPACES.
       77 W-FIM-PEDIDO            PIC  X(001) VALUE SPACES.
       77 W-FIM-ITEM              PIC  X(001) VALUE SPACES.
       77 W-FIM-VENDA             PIC  X(001) VALUE SPACES.
       77 W-FIM-WRK               PIC  X(001) VALUE SPACES.
       77 W-FIM-RANKING           PIC  X(001) VALUE SPACES.
       77 W-HOUVE-VENDA           PIC  X(001) VALUE "N".
       77 W-EH-ATUAL              PIC  X(001) VALUE "N".
       77 W-EH-ANTERIOR           PIC  X(001) VALUE "N".
       77 W-QTD-MESES             PIC S9(005) VALUE ZEROS.
       77 W-ABS-INICIAL           PIC  9(006) VALUE ZEROS.
       77 W-ABS-MES               PIC  9(006) VALUE ZEROS.
       77 W-IND-CALC              PIC S9(005) VALUE ZEROS.
       77 W-IND-ATUAL             PIC  9(002) VALUE ZEROS.
       77 W-IND-ANTERIOR          PIC  9(002) VALUE ZEROS.
       77 W-IND-MES               PIC  9(002) VALUE ZEROS.
       77 W-IND-REGIAO            PIC  9(004) VALUE ZEROS.
       77 W-ANO-LABEL             PIC  9(004) VALUE ZEROS.
       77 W-RESTO-LABEL           PIC  9(002) VALUE ZEROS.
       77 W-CLIENTE-LIDO          PIC  9(007) VALUE ZEROS.
       77 W-REGIAO-LIDA           PIC  9(003) VALUE ZEROS.
       77 W-EMPRESA-REGISTRO      PIC  9(003) VALUE ZEROS.
       77 W-PRODUTO-QUEBRA        PIC  9(005) VALUE ZEROS.
       77 W-REGIAO-QUEBRA         PIC  9(003) VALUE ZEROS.
       77 W-SECAO-ATUAL           PIC  9(001) VALUE ZEROS.
       77 W-GRUPO-ATUAL           PIC  9(003) VALUE ZEROS.
       77 W-POSICAO               PIC  9(003) VALUE ZEROS.
       77 W-COD-PRODUTO-MOV       PIC  9(005) VALUE ZEROS.
       77 W-QTD-MOV               PIC S9(007)V9(002) VALUE ZEROS.
       77 W-VALOR-MOV             PIC S9(009)V9(002) VALUE ZEROS.
       77 W-VARIACAO              PIC S9(004)V9(001) VALUE ZEROS.
       77 W-VALOR-VARIACAO        PIC S9(011)V9(002) VALUE ZEROS.
       77 W-VALOR-BASE            PIC S9(011)V9(002) VALUE ZEROS.

      * VARIACAO % JA EDITADA, OU "NOVO" QUANDO NAO HA BASE NO ANO
      * ANTERIOR E HA VENDA NO PERIODO.
       01  W-VARIACAO-EDITADA     PIC  -ZZZ9,9.
       01  W-VARIACAO-X REDEFINES W-VARIACAO-EDITADA
                                  PIC  X(007).

      * EMPRESA ATIVA DA SESSAO (VER SS-EMPRESA EM SESSAO.CPY): COM
      * EMPRESA ATIVA, O FILTRO FICA PRESO A ELA; SEM ELA, O OPERADOR
      * ESCOLHE (000 = TODAS). REGISTRO ANTERIOR AO MULTI-EMPRESA
      * CONTA COMO DA EMPRESA 001.
       77 W-EMPRESA-SESSAO        PIC  9(003) VALUE ZEROS.
       77 W-EMPRESA-FILTRO        PIC  9(003) VALUE ZEROS.

      * PERIODO PEDIDO (AAAAMM) E O MESMO PERIODO DO ANO ANTERIOR.
       01  W-PERIODO-INICIAL      PIC  9(006) VALUE ZEROS.
       01  W-PI-R REDEFINES W-PERIODO-INICIAL.
           03 W-PI-ANO            PIC  9(004).
           03 W-PI-MES            PIC  9(002).
       01  W-PERIODO-FINAL        PIC  9(006) VALUE ZEROS.
       01  W-PF-R REDEFINES W-PERIODO-FINAL.
           03 W-PF-ANO            PIC  9(004).
           03 W-PF-MES            PIC  9(002).
       01  W-ANTERIOR-INICIAL     PIC  9(006) VALUE ZEROS.
       01  W-ANTERIOR-FINAL       PIC  9(006) VALUE ZEROS.

      * MES DE UM MOVIMENTO (AAAAMM) E O MES USADO NO CALCULO DO
      * INDICE DA TABELA DE MESES.
       01  W-ANO-MES-MOV          PIC  9(006) VALUE ZEROS.
       01  W-AMM-R REDEFINES W-ANO-MES-MOV.
           03 W-AMM-ANO           PIC  9(004).
           03 W-AMM-MES           PIC  9(002).
       01  W-ANO-MES-CALC         PIC  9(006) VALUE ZEROS.
       01  W-AMC-R REDEFINES W-ANO-MES-CALC.
           03 W-AMC-ANO           PIC  9(004).
           03 W-AMC-MES           PIC  9(002).

      * TOTAIS POR MES DO PERIODO (INDICE 1 = PRIMEIRO MES); A PARTE
      * "ANTERIOR" E A DO MESMO MES UM ANO ANTES.
       01  W-TABELA-MES.
           03 W-TM-REGISTRO       OCCURS 24 TIMES.
              05 W-TM-QTD-ATUAL      PIC S9(009)V9(002).
              05 W-TM-VALOR-ATUAL    PIC S9(011)V9(002).
              05 W-TM-QTD-ANTERIOR   PIC S9(009)V9(002).
              05 W-TM-VALOR-ANTERIOR PIC S9(011)V9(002).

      * TOTAIS POR REGIAO, INDEXADOS POR CODIGO DA REGIAO + 1 (A
      * POSICAO 1 RECEBE OS CLIENTES SEM REGIAO).
       01  W-TABELA-REGIAO.
           03 W-TR-REGISTRO       OCCURS 1000 TIMES.
              05 W-TR-QTD-ATUAL      PIC S9(009)V9(002).
              05 W-TR-VALOR-ATUAL    PIC S9(011)V9(002).
              05 W-TR-QTD-ANTERIOR   PIC S9(009)V9(002).
              05 W-TR-VALOR-ANTERIOR PIC S9(011)V9(002).

       01  W-TOTAIS.
           03 W-TOT-QTD-ATUAL     PIC S9(009)V9(002) VALUE ZEROS.
           03 W-TOT-VALOR-ATUAL   PIC S9(011)V9(002) VALUE ZEROS.
           03 W-TOT-QTD-ANTERIOR  PIC S9(009)V9(002) VALUE ZEROS.
           03 W-TOT-VALOR-ANTERIOR PIC S9(011)V9(002) VALUE ZEROS.

      * ACUMULADORES DA QUEBRA PRODUTO X REGIAO E DA QUEBRA PRODUTO.
       01  W-ACUMULA-REGIAO.
           03 W-AR-QTD-ATUAL      PIC S9(009)V9(002).
           03 W-AR-VALOR-ATUAL    PIC S9(011)V9(002).
           03 W-AR-QTD-ANTERIOR   PIC S9(009)V9(002).
           03 W-AR-VALOR-ANTERIOR PIC S9(011)V9(002).

       01  W-ACUMULA-PRODUTO.
           03 W-AP-QTD-ATUAL      PIC S9(009)V9(002).
           03 W-AP-VALOR-ATUAL    PIC S9(011)V9(002).
           03 W-AP-QTD-ANTERIOR   PIC S9(009)V9(002).
           03 W-AP-VALOR-ANTERIOR PIC S9(011)V9(002).

      * LAYOUT DA LINHA DO ARQUIVO DE TRABALHO (MESMOS CAMPOS DO
      * REGISTRO DO RANKING).
       01  W-RESUMO.
           03 W-RS-SECAO          PIC  9(001).
           03 W-RS-GRUPO          PIC  9(003).
           03 W-RS-CODIGO         PIC  9(005).
           03 W-RS-QTD-ATUAL      PIC S9(009)V9(002)
                                  SIGN IS LEADING SEPARATE.
           03 W-RS-VALOR-ATUAL    PIC S9(011)V9(002)
                                  SIGN IS LEADING SEPARATE.
           03 W-RS-QTD-ANTERIOR   PIC S9(009)V9(002)
                                  SIGN IS LEADING SEPARATE.
           03 W-RS-VALOR-ANTERIOR PIC S9(011)V9(002)
                                  SIGN IS LEADING SEPARATE.
           03 FILLER              PIC  X(019) VALUE SPACES.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(028) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "ANALISE DE VENDAS".

       01  W-CABECALHO-3.
           03 FILLER              PIC  X(011) VALUE "PERIODO..: ".
           03 W-CAB-INI-MES       PIC  99.
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-CAB-INI-ANO       PIC  9999.
           03 FILLER              PIC  X(003) VALUE " A ".
           03 W-CAB-FIM-MES       PIC  99.
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-CAB-FIM-ANO       PIC  9999.
           03 FILLER              PIC  X(018) VALUE
              "   ANO ANTERIOR: ".
           03 W-CAB-ANT-INI-MES   PIC  99.
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-CAB-ANT-INI-ANO   PIC  9999.
           03 FILLER              PIC  X(003) VALUE " A ".
           03 W-CAB-ANT-FIM-MES   PIC  99.
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-CAB-ANT-FIM-ANO   PIC  9999.

       01  W-CABECALHO-4.
           03 FILLER              PIC  X(011) VALUE "EMPRESA..: ".
           03 W-CAB-EMPRESA       PIC  X(005).

       01  W-TITULO-SECAO.
           03 FILLER              PIC  X(004) VALUE "*** ".
           03 W-TS-TITULO         PIC  X(050).

       01  W-TITULO-GRUPO.
           03 FILLER              PIC  X(007) VALUE "REGIAO ".
           03 W-TG-REGIAO         PIC  999.
           03 FILLER              PIC  X(003) VALUE " - ".
           03 W-TG-NOME           PIC  X(030).

       01  W-COLUNAS.
           03 FILLER              PIC  X(004) VALUE "POS ".
           03 FILLER              PIC  X(006) VALUE "COD.  ".
           03 FILLER              PIC  X(020) VALUE "DESCRICAO".
           03 FILLER              PIC  X(012) VALUE "  QUANTIDADE".
           03 FILLER              PIC  X(014) VALUE
              "         VALOR".
           03 FILLER              PIC  X(015) VALUE
              "   ANO ANTERIOR".
           03 FILLER              PIC  X(008) VALUE "   VAR %".

       01  W-DETALHE.
           03 W-D-POSICAO         PIC  ZZZ.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-CODIGO          PIC  ZZZZZ.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-DESCRICAO       PIC  X(020).
           03 W-D-QUANTIDADE      PIC  -ZZZZZZZ9,99.
           03 W-D-VALOR           PIC  -ZZZZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-VALOR-ANTERIOR  PIC  -ZZZZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-VARIACAO        PIC  X(007).

       01  W-DESCRICAO-MES.
           03 W-DM-MES            PIC  99.
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-DM-ANO            PIC  9999.

       01  W-RODAPE.
           03 FILLER              PIC  X(010) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "TOTAL...............".
           03 W-R-QUANTIDADE      PIC  -ZZZZZZZ9,99.
           03 W-R-VALOR           PIC  -ZZZZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-R-VALOR-ANTERIOR  PIC  -ZZZZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-R-VARIACAO        PIC  X(007).

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE "ANALISE DE VENDAS".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relAnaliseVendas'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       SCREEN SECTION.
       01 TELA-OPCOES-VENDAS AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 28 VALUE "ANALISE DE VENDAS".
          02 LINE 07 COL 10 VALUE "EMPRESA (000 = TODAS):".
          02 LINE 07 COL 33, PIC 999 USING W-EMPRESA-FILTRO.
          02 LINE 08 COL 10 VALUE "PERIODO INICIAL (AAAAMM):".
          02 LINE 08 COL 36, PIC 999999 USING W-PERIODO-INICIAL.
          02 LINE 09 COL 10 VALUE "PERIODO FINAL   (AAAAMM):".
          02 LINE 09 COL 36, PIC 999999 USING W-PERIODO-FINAL.
          02 LINE 11 COL 10 VALUE
             "COMPARADO COM O MESMO PERIODO DO ANO ANTERIOR.".
          02 LINE 15 COL 10 "CONFIRMA IMPRESSAO DO RELATORIO?(S/N):".
          02 LINE 15 COL 49, PIC X TO W-CONFIRMA.
          02 LINE 17 COL 10, PIC X(060) FROM W-MENSAGEM.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-EMPRESA-SESSAO

           MOVE FUNCTION CURRENT-DATE(1:6) TO W-PERIODO-INICIAL
           MOVE W-PERIODO-INICIAL          TO W-PERIODO-FINAL
           MOVE W-EMPRESA-SESSAO           TO W-EMPRESA-FILTRO

           PERFORM 010-SOLICITAR-OPCOES UNTIL W-PERIODO-OK = "S"

           COMPUTE W-ANTERIOR-INICIAL = W-PERIODO-INICIAL - 100
           COMPUTE W-ANTERIOR-FINAL   = W-PERIODO-FINAL   - 100
           COMPUTE W-ABS-INICIAL = W-PI-ANO * 12 + W-PI-MES - 1

           INITIALIZE W-TABELA-MES
                      W-TABELA-REGIAO

           SORT TB-VENDA
                ON ASCENDING KEY TV-COD-PRODUTO
                ON ASCENDING KEY TV-COD-REGIAO
                INPUT PROCEDURE 100-SELECIONAR-VENDAS
                OUTPUT PROCEDURE 300-GRAVAR-RESUMO

           SORT TB-RANKING
                ON ASCENDING  KEY TK-SECAO
                ON ASCENDING  KEY TK-GRUPO
                ON DESCENDING KEY TK-VALOR-ATUAL
                ON ASCENDING  KEY TK-CODIGO
                INPUT PROCEDURE 400-SELECIONAR-RANKING
                OUTPUT PROCEDURE 500-IMPRIMIR-RELATORIO

           STRING "EMPRESA "          DELIMITED BY SIZE
                  W-EMPRESA-FILTRO    DELIMITED BY SIZE
                  " PERIODO "         DELIMITED BY SIZE
                  W-PERIODO-INICIAL   DELIMITED BY SIZE
                  " A "               DELIMITED BY SIZE
                  W-PERIODO-FINAL     DELIMITED BY SIZE
             INTO W-SPOOL-PARAMETROS
           END-STRING

           PERFORM 900-REGISTRAR-SPOOL

           CHAIN "MENU".

       005-LER-EMPRESA-SESSAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           IF SS-EMPRESA NUMERIC
              MOVE SS-EMPRESA TO W-EMPRESA-SESSAO
           ELSE
              MOVE ZEROS TO W-EMPRESA-SESSAO
           END-IF.

      * PEDE OS PARAMETROS ATE O PERIODO SER VALIDO: MESES DE 01 A
      * 12, INICIAL NAO POSTERIOR AO FINAL E NO MAXIMO 24 MESES.
       010-SOLICITAR-OPCOES.
           DISPLAY TELA-OPCOES-VENDAS
           ACCEPT  TELA-OPCOES-VENDAS

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
              CHAIN "MENU"
           END-IF

           IF W-EMPRESA-SESSAO GREATER THAN ZEROS
              MOVE W-EMPRESA-SESSAO TO W-EMPRESA-FILTRO
           END-IF

           MOVE "S"    TO W-PERIODO-OK
           MOVE SPACES TO W-MENSAGEM

           IF W-PI-MES LESS THAN 1 OR W-PI-MES GREATER THAN 12
              OR W-PF-MES LESS THAN 1 OR W-PF-MES GREATER THAN 12
              MOVE "N" TO W-PERIODO-OK
              MOVE "MES INVALIDO NO PERIODO (AAAAMM)." TO W-MENSAGEM
           ELSE
              COMPUTE W-QTD-MESES = (W-PF-ANO * 12 + W-PF-MES)
                                  - (W-PI-ANO * 12 + W-PI-MES) + 1

              IF W-QTD-MESES LESS THAN 1
                 OR W-QTD-MESES GREATER THAN 24
                 MOVE "N" TO W-PERIODO-OK
                 MOVE "PERIODO INVALIDO: INICIAL ATE FINAL, NO MAXIMO 24
      -               " MESES." TO W-MENSAGEM
              END-IF
           END-IF.

      * ENTRADA DO PRIMEIRO SORT: ITENS DOS PEDIDOS NAO CANCELADOS E
      * ITENS DAS NOTAS DE DEVOLUCAO (COM SINAL NEGATIVO) DO PERIODO
      * E DO PERIODO DO ANO ANTERIOR.
       100-SELECIONAR-VENDAS.
           OPEN INPUT ARQ-CLIENTE
           MOVE ZEROS TO W-CLIENTE-LIDO
           MOVE ZEROS TO W-REGIAO-LIDA

           PERFORM 110-SELECIONAR-PEDIDOS
           PERFORM 200-SELECIONAR-DEVOLUCOES

           CLOSE ARQ-CLIENTE.

       110-SELECIONAR-PEDIDOS.
           MOVE "N" TO W-FIM-PEDIDO

           OPEN INPUT ARQ-PEDIDO
           OPEN INPUT ARQ-ITEM-PEDIDO

           IF WP-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-PEDIDO
           ELSE
              MOVE LOW-VALUES TO P-NUM-PEDIDO
              START ARQ-PEDIDO KEY IS NOT LESS THAN P-NUM-PEDIDO

              IF WP-FILE-STATUS NOT EQUAL "00"
                 MOVE "S" TO W-FIM-PEDIDO
              ELSE
                 READ ARQ-PEDIDO NEXT
                   AT END MOVE "S" TO W-FIM-PEDIDO
                 END-READ
              END-IF
           END-IF

           PERFORM 120-LER-PEDIDO UNTIL W-FIM-PEDIDO = "S"

           CLOSE ARQ-ITEM-PEDIDO
           CLOSE ARQ-PEDIDO.

       120-LER-PEDIDO.
           IF P-COD-EMPRESA NUMERIC
              AND P-COD-EMPRESA GREATER THAN ZEROS
              MOVE P-COD-EMPRESA TO W-EMPRESA-REGISTRO
           ELSE
              MOVE 1 TO W-EMPRESA-REGISTRO
           END-IF

           MOVE P-DATA-PEDIDO(1:6) TO W-ANO-MES-MOV
           PERFORM 150-CLASSIFICAR-MES

           IF NOT PEDIDO-CANCELADO
              AND (W-EMPRESA-FILTRO EQUAL ZEROS
                   OR W-EMPRESA-REGISTRO EQUAL W-EMPRESA-FILTRO)
              AND (W-EH-ATUAL = "S" OR W-EH-ANTERIOR = "S")
              MOVE P-COD-CLIENTE TO COD-CLIENTE
              PERFORM 170-BUSCAR-REGIAO
              PERFORM 130-LER-ITENS-PEDIDO
           END-IF

           READ ARQ-PEDIDO NEXT
             AT END MOVE "S" TO W-FIM-PEDIDO
           END-READ.

       130-LER-ITENS-PEDIDO.
           MOVE "N"          TO W-FIM-ITEM
           MOVE P-NUM-PEDIDO TO IT-NUM-PEDIDO
           MOVE ZEROS        TO IT-SEQ-ITEM

           START ARQ-ITEM-PEDIDO KEY IS NOT LESS THAN IT-CHAVE

           IF WI-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-ITEM
           ELSE
              READ ARQ-ITEM-PEDIDO NEXT
                AT END MOVE "S" TO W-FIM-ITEM
              END-READ
           END-IF

           PERFORM 140-LER-ITEM-PEDIDO UNTIL W-FIM-ITEM = "S".

       140-LER-ITEM-PEDIDO.
           IF IT-NUM-PEDIDO NOT EQUAL P-NUM-PEDIDO
              MOVE "S" TO W-FIM-ITEM
           ELSE
              MOVE IT-COD-PRODUTO TO W-COD-PRODUTO-MOV
              MOVE IT-QUANTIDADE  TO W-QTD-MOV
              MOVE IT-VALOR-ITEM  TO W-VALOR-MOV
              PERFORM 180-LIBERAR-MOVIMENTO

              READ ARQ-ITEM-PEDIDO NEXT
                AT END MOVE "S" TO W-FIM-ITEM
              END-READ
           END-IF.

      * DIZ SE O MES W-ANO-MES-MOV CAI NO PERIODO (W-EH-ATUAL) E/OU NO
      * PERIODO DO ANO ANTERIOR (W-EH-ANTERIOR), COM O INDICE DO MES
      * CORRESPONDENTE NA TABELA DE MESES. PERIODOS MAIORES QUE 12
      * MESES SE SOBREPOEM, E O MESMO MES PODE CAIR NOS DOIS.
       150-CLASSIFICAR-MES.
           MOVE "N" TO W-EH-ATUAL
           MOVE "N" TO W-EH-ANTERIOR

           IF W-ANO-MES-MOV NOT NUMERIC
              OR W-AMM-MES LESS THAN 1 OR W-AMM-MES GREATER THAN 12
              GO TO 150-EXIT
           END-IF

           IF W-ANO-MES-MOV NOT LESS THAN W-PERIODO-INICIAL
              AND W-ANO-MES-MOV NOT GREATER THAN W-PERIODO-FINAL
              MOVE "S"           TO W-EH-ATUAL
              MOVE W-ANO-MES-MOV TO W-ANO-MES-CALC
              PERFORM 160-CALCULAR-INDICE
              MOVE W-IND-CALC    TO W-IND-ATUAL
           END-IF

           IF W-ANO-MES-MOV NOT LESS THAN W-ANTERIOR-INICIAL
              AND W-ANO-MES-MOV NOT GREATER THAN W-ANTERIOR-FINAL
              MOVE "S"           TO W-EH-ANTERIOR
              COMPUTE W-ANO-MES-CALC = W-ANO-MES-MOV + 100
              PERFORM 160-CALCULAR-INDICE
              MOVE W-IND-CALC    TO W-IND-ANTERIOR
           END-IF.

       150-EXIT.
           EXIT.

       160-CALCULAR-INDICE.
           COMPUTE W-IND-CALC = W-AMC-ANO * 12 + W-AMC-MES
                              - W-ABS-INICIAL.

      * REGIAO DO CLIENTE EM COD-CLIENTE (ZEROS SE NAO CADASTRADO).
      * GUARDA O ULTIMO CLIENTE LIDO PARA NAO RELER A CADA PEDIDO.
       170-BUSCAR-REGIAO.
           IF COD-CLIENTE NOT EQUAL W-CLIENTE-LIDO
              MOVE COD-CLIENTE TO W-CLIENTE-LIDO
              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

              IF WC-FILE-STATUS EQUAL "00"
                 AND COD-REGIAO-CLIENTE NUMERIC
                 MOVE COD-REGIAO-CLIENTE TO W-REGIAO-LIDA
              ELSE
                 MOVE ZEROS TO W-REGIAO-LIDA
              END-IF
           END-IF.

      * LIBERA O MOVIMENTO (W-COD-PRODUTO-MOV, W-QTD-MOV, W-VALOR-MOV)
      * PARA O SORT E SOMA NAS TABELAS DE MES E DE REGIAO.
       180-LIBERAR-MOVIMENTO.
           INITIALIZE TV-VENDA-REG
           MOVE W-COD-PRODUTO-MOV TO TV-COD-PRODUTO
           MOVE W-REGIAO-LIDA     TO TV-COD-REGIAO
           COMPUTE W-IND-REGIAO = W-REGIAO-LIDA + 1

           IF W-EH-ATUAL = "S"
              MOVE W-QTD-MOV   TO TV-QTD-ATUAL
              MOVE W-VALOR-MOV TO TV-VALOR-ATUAL
              ADD W-QTD-MOV    TO W-TM-QTD-ATUAL(W-IND-ATUAL)
                                  W-TR-QTD-ATUAL(W-IND-REGIAO)
                                  W-TOT-QTD-ATUAL
              ADD W-VALOR-MOV  TO W-TM-VALOR-ATUAL(W-IND-ATUAL)
                                  W-TR-VALOR-ATUAL(W-IND-REGIAO)
                                  W-TOT-VALOR-ATUAL
           END-IF

           IF W-EH-ANTERIOR = "S"
              MOVE W-QTD-MOV   TO TV-QTD-ANTERIOR
              MOVE W-VALOR-MOV TO TV-VALOR-ANTERIOR
              ADD W-QTD-MOV    TO W-TM-QTD-ANTERIOR(W-IND-ANTERIOR)
                                  W-TR-QTD-ANTERIOR(W-IND-REGIAO)
                                  W-TOT-QTD-ANTERIOR
              ADD W-VALOR-MOV  TO W-TM-VALOR-ANTERIOR(W-IND-ANTERIOR)
                                  W-TR-VALOR-ANTERIOR(W-IND-REGIAO)
                                  W-TOT-VALOR-ANTERIOR
           END-IF

           RELEASE TV-VENDA-REG.

      * NOTAS DE CREDITO DE DEVOLUCAO: ENTRAM NO MES DE EMISSAO DA
      * NOTA, COM QUANTIDADE E VALOR NEGATIVOS.
       200-SELECIONAR-DEVOLUCOES.
           MOVE "N" TO W-FIM-PEDIDO

           OPEN INPUT ARQ-DEVOLUCAO
           OPEN INPUT ARQ-ITEM-DEVOLUCAO

           IF WD-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-PEDIDO
           ELSE
              MOVE LOW-VALUES TO DV-NUM-NOTA
              START ARQ-DEVOLUCAO KEY IS NOT LESS THAN DV-NUM-NOTA

              IF WD-FILE-STATUS NOT EQUAL "00"
                 MOVE "S" TO W-FIM-PEDIDO
              ELSE
                 READ ARQ-DEVOLUCAO NEXT
                   AT END MOVE "S" TO W-FIM-PEDIDO
                 END-READ
              END-IF
           END-IF

           PERFORM 210-LER-DEVOLUCAO UNTIL W-FIM-PEDIDO = "S"

           CLOSE ARQ-ITEM-DEVOLUCAO
           CLOSE ARQ-DEVOLUCAO.

       210-LER-DEVOLUCAO.
           IF DV-COD-EMPRESA NUMERIC
              AND DV-COD-EMPRESA GREATER THAN ZEROS
              MOVE DV-COD-EMPRESA TO W-EMPRESA-REGISTRO
           ELSE
              MOVE 1 TO W-EMPRESA-REGISTRO
           END-IF

           MOVE DV-DATA-EMISSAO(1:6) TO W-ANO-MES-MOV
           PERFORM 150-CLASSIFICAR-MES

           IF (W-EMPRESA-FILTRO EQUAL ZEROS
               OR W-EMPRESA-REGISTRO EQUAL W-EMPRESA-FILTRO)
              AND (W-EH-ATUAL = "S" OR W-EH-ANTERIOR = "S")
              MOVE DV-COD-CLIENTE TO COD-CLIENTE
              PERFORM 170-BUSCAR-REGIAO
              PERFORM 220-LER-ITENS-DEVOLUCAO
           END-IF

           READ ARQ-DEVOLUCAO NEXT
             AT END MOVE "S" TO W-FIM-PEDIDO
           END-READ.

       220-LER-ITENS-DEVOLUCAO.
           MOVE "N"         TO W-FIM-ITEM
           MOVE DV-NUM-NOTA TO ID-NUM-NOTA
           MOVE ZEROS       TO ID-SEQ-ITEM

           START ARQ-ITEM-DEVOLUCAO KEY IS NOT LESS THAN ID-CHAVE

           IF WN-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-ITEM
           ELSE
              READ ARQ-ITEM-DEVOLUCAO NEXT
                AT END MOVE "S" TO W-FIM-ITEM
              END-READ
           END-IF

           PERFORM 230-LER-ITEM-DEVOLUCAO UNTIL W-FIM-ITEM = "S".

       230-LER-ITEM-DEVOLUCAO.
           IF ID-NUM-NOTA NOT EQUAL DV-NUM-NOTA
              MOVE "S" TO W-FIM-ITEM
           ELSE
              MOVE ID-COD-PRODUTO TO W-COD-PRODUTO-MOV
              COMPUTE W-QTD-MOV   = ZEROS - ID-QUANTIDADE
              COMPUTE W-VALOR-MOV = ZEROS - ID-VALOR-ITEM
              PERFORM 180-LIBERAR-MOVIMENTO

              READ ARQ-ITEM-DEVOLUCAO NEXT
                AT END MOVE "S" TO W-FIM-ITEM
              END-READ
           END-IF.

      * SAIDA DO PRIMEIRO SORT: QUEBRA POR PRODUTO E REGIAO, GRAVANDO
      * NO ARQUIVO DE TRABALHO UMA LINHA POR PRODUTO X REGIAO (SECAO
      * 3) E UMA POR PRODUTO (SECAO 1).
       300-GRAVAR-RESUMO.
           OPEN OUTPUT WRK-VENDAS
           MOVE "N" TO W-FIM-VENDA
           INITIALIZE W-ACUMULA-REGIAO
                      W-ACUMULA-PRODUTO

           RETURN TB-VENDA RECORD INTO TV-VENDA-REG
             AT END MOVE "S" TO W-FIM-VENDA
           END-RETURN

           IF W-FIM-VENDA NOT EQUAL "S"
              MOVE "S"            TO W-HOUVE-VENDA
              MOVE TV-COD-PRODUTO TO W-PRODUTO-QUEBRA
              MOVE TV-COD-REGIAO  TO W-REGIAO-QUEBRA
           END-IF

           PERFORM 310-ACUMULAR-VENDA UNTIL W-FIM-VENDA = "S"

           IF W-HOUVE-VENDA EQUAL "S"
              PERFORM 320-GRAVAR-PRODUTO-REGIAO
              PERFORM 330-GRAVAR-PRODUTO
           END-IF

           CLOSE WRK-VENDAS.

       310-ACUMULAR-VENDA.
           IF TV-COD-PRODUTO NOT EQUAL W-PRODUTO-QUEBRA
              PERFORM 320-GRAVAR-PRODUTO-REGIAO
              PERFORM 330-GRAVAR-PRODUTO
              MOVE TV-COD-PRODUTO TO W-PRODUTO-QUEBRA
              MOVE TV-COD-REGIAO  TO W-REGIAO-QUEBRA
           ELSE
              IF TV-COD-REGIAO NOT EQUAL W-REGIAO-QUEBRA
                 PERFORM 320-GRAVAR-PRODUTO-REGIAO
                 MOVE TV-COD-REGIAO TO W-REGIAO-QUEBRA
              END-IF
           END-IF

           ADD TV-QTD-ATUAL      TO W-AR-QTD-ATUAL
           ADD TV-VALOR-ATUAL    TO W-AR-VALOR-ATUAL
           ADD TV-QTD-ANTERIOR   TO W-AR-QTD-ANTERIOR
           ADD TV-VALOR-ANTERIOR TO W-AR-VALOR-ANTERIOR

           RETURN TB-VENDA RECORD INTO TV-VENDA-REG
             AT END MOVE "S" TO W-FIM-VENDA
           END-RETURN.

       320-GRAVAR-PRODUTO-REGIAO.
           IF W-AR-QTD-ATUAL      NOT EQUAL ZEROS
              OR W-AR-VALOR-ATUAL    NOT EQUAL ZEROS
              OR W-AR-QTD-ANTERIOR   NOT EQUAL ZEROS
              OR W-AR-VALOR-ANTERIOR NOT EQUAL ZEROS
              MOVE 3                   TO W-RS-SECAO
              MOVE W-REGIAO-QUEBRA     TO W-RS-GRUPO
              MOVE W-PRODUTO-QUEBRA    TO W-RS-CODIGO
              MOVE W-AR-QTD-ATUAL      TO W-RS-QTD-ATUAL
              MOVE W-AR-VALOR-ATUAL    TO W-RS-VALOR-ATUAL
              MOVE W-AR-QTD-ANTERIOR   TO W-RS-QTD-ANTERIOR
              MOVE W-AR-VALOR-ANTERIOR TO W-RS-VALOR-ANTERIOR
              WRITE WRK-VENDAS-LINHA FROM W-RESUMO
           END-IF

           ADD W-AR-QTD-ATUAL      TO W-AP-QTD-ATUAL
           ADD W-AR-VALOR-ATUAL    TO W-AP-VALOR-ATUAL
           ADD W-AR-QTD-ANTERIOR   TO W-AP-QTD-ANTERIOR
           ADD W-AR-VALOR-ANTERIOR TO W-AP-VALOR-ANTERIOR

           INITIALIZE W-ACUMULA-REGIAO.

       330-GRAVAR-PRODUTO.
           IF W-AP-QTD-ATUAL      NOT EQUAL ZEROS
              OR W-AP-VALOR-ATUAL    NOT EQUAL ZEROS
              OR W-AP-QTD-ANTERIOR   NOT EQUAL ZEROS
              OR W-AP-VALOR-ANTERIOR NOT EQUAL ZEROS
              MOVE 1                   TO W-RS-SECAO
              MOVE ZEROS               TO W-RS-GRUPO
              MOVE W-PRODUTO-QUEBRA    TO W-RS-CODIGO
              MOVE W-AP-QTD-ATUAL      TO W-RS-QTD-ATUAL
              MOVE W-AP-VALOR-ATUAL    TO W-RS-VALOR-ATUAL
              MOVE W-AP-QTD-ANTERIOR   TO W-RS-QTD-ANTERIOR
              MOVE W-AP-VALOR-ANTERIOR TO W-RS-VALOR-ANTERIOR
              WRITE WRK-VENDAS-LINHA FROM W-RESUMO
           END-IF

           INITIALIZE W-ACUMULA-PRODUTO.

      * ENTRADA DO SORT DO RANKING: AS LINHAS DO ARQUIVO DE TRABALHO
      * MAIS UMA LINHA POR REGIAO COM MOVIMENTO (SECAO 2).
       400-SELECIONAR-RANKING.
           MOVE "N" TO W-FIM-WRK

           OPEN INPUT WRK-VENDAS

           IF W1-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-WRK
           ELSE
              READ WRK-VENDAS INTO W-RESUMO
                AT END MOVE "S" TO W-FIM-WRK
              END-READ
           END-IF

           PERFORM 410-LIBERAR-RESUMO UNTIL W-FIM-WRK = "S"

           CLOSE WRK-VENDAS

           PERFORM 420-LIBERAR-REGIAO
              VARYING W-IND-REGIAO FROM 1 BY 1
                UNTIL W-IND-REGIAO GREATER THAN 1000.

       410-LIBERAR-RESUMO.
           MOVE W-RS-SECAO          TO TK-SECAO
           MOVE W-RS-GRUPO          TO TK-GRUPO
           MOVE W-RS-CODIGO         TO TK-CODIGO
           MOVE W-RS-QTD-ATUAL      TO TK-QTD-ATUAL
           MOVE W-RS-VALOR-ATUAL    TO TK-VALOR-ATUAL
           MOVE W-RS-QTD-ANTERIOR   TO TK-QTD-ANTERIOR
           MOVE W-RS-VALOR-ANTERIOR TO TK-VALOR-ANTERIOR

           RELEASE TK-RANKING-REG

           READ WRK-VENDAS INTO W-RESUMO
             AT END MOVE "S" TO W-FIM-WRK
           END-READ.

       420-LIBERAR-REGIAO.
           IF W-TR-QTD-ATUAL(W-IND-REGIAO)      NOT EQUAL ZEROS
              OR W-TR-VALOR-ATUAL(W-IND-REGIAO)    NOT EQUAL ZEROS
              OR W-TR-QTD-ANTERIOR(W-IND-REGIAO)   NOT EQUAL ZEROS
              OR W-TR-VALOR-ANTERIOR(W-IND-REGIAO) NOT EQUAL ZEROS
              MOVE 2     TO TK-SECAO
              MOVE ZEROS TO TK-GRUPO
              COMPUTE TK-CODIGO = W-IND-REGIAO - 1
              MOVE W-TR-QTD-ATUAL(W-IND-REGIAO)      TO TK-QTD-ATUAL
              MOVE W-TR-VALOR-ATUAL(W-IND-REGIAO)    TO TK-VALOR-ATUAL
              MOVE W-TR-QTD-ANTERIOR(W-IND-REGIAO)
                TO TK-QTD-ANTERIOR
              MOVE W-TR-VALOR-ANTERIOR(W-IND-REGIAO)
                TO TK-VALOR-ANTERIOR

              RELEASE TK-RANKING-REG
           END-IF.

      * SAIDA DO SORT DO RANKING: IMPRIME AS SECOES 1 A 3 NA ORDEM DO
      * SORT E, POR ULTIMO, A SECAO POR MES A PARTIR DA TABELA.
       500-IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-VENDAS
           OPEN INPUT  ARQ-PRODUTO
           OPEN INPUT  ARQ-REGIAO

           MOVE "N"   TO W-FIM-RANKING
           MOVE ZEROS TO W-SECAO-ATUAL

           MOVE W-PI-MES TO W-CAB-INI-MES
           MOVE W-PI-ANO TO W-CAB-INI-ANO
           MOVE W-PF-MES TO W-CAB-FIM-MES
           MOVE W-PF-ANO TO W-CAB-FIM-ANO
           MOVE W-PI-MES TO W-CAB-ANT-INI-MES
           COMPUTE W-CAB-ANT-INI-ANO = W-PI-ANO - 1
           MOVE W-PF-MES TO W-CAB-ANT-FIM-MES
           COMPUTE W-CAB-ANT-FIM-ANO = W-PF-ANO - 1

           IF W-EMPRESA-FILTRO EQUAL ZEROS
              MOVE "TODAS"          TO W-CAB-EMPRESA
           ELSE
              MOVE W-EMPRESA-FILTRO TO W-CAB-EMPRESA
           END-IF

           WRITE REL-VENDAS-LINHA FROM W-CABECALHO-1
           WRITE REL-VENDAS-LINHA FROM W-CABECALHO-2
           WRITE REL-VENDAS-LINHA FROM W-CABECALHO-3
           WRITE REL-VENDAS-LINHA FROM W-CABECALHO-4

           RETURN TB-RANKING RECORD INTO TK-RANKING-REG
             AT END MOVE "S" TO W-FIM-RANKING
           END-RETURN

           IF W-FIM-RANKING EQUAL "S"
              MOVE SPACES TO REL-VENDAS-LINHA
              WRITE REL-VENDAS-LINHA
              MOVE "NENHUMA VENDA NO PERIODO INFORMADO."
                TO REL-VENDAS-LINHA
              WRITE REL-VENDAS-LINHA
           ELSE
              PERFORM 510-IMPRIMIR-LINHA UNTIL W-FIM-RANKING = "S"
              IF W-SECAO-ATUAL NOT EQUAL 3
                 PERFORM 540-IMPRIMIR-TOTAL
              END-IF
              PERFORM 600-IMPRIMIR-MESES
           END-IF

           CLOSE ARQ-REGIAO
           CLOSE ARQ-PRODUTO
           CLOSE REL-VENDAS.

       510-IMPRIMIR-LINHA.
           IF TK-SECAO NOT EQUAL W-SECAO-ATUAL
              IF W-SECAO-ATUAL NOT EQUAL ZEROS
                 AND W-SECAO-ATUAL NOT EQUAL 3
                 PERFORM 540-IMPRIMIR-TOTAL
              END-IF
              MOVE TK-SECAO TO W-SECAO-ATUAL
              PERFORM 520-TITULO-SECAO
              IF TK-SECAO EQUAL 3
                 PERFORM 530-TITULO-GRUPO
              END-IF
           ELSE
              IF TK-SECAO EQUAL 3
                 AND TK-GRUPO NOT EQUAL W-GRUPO-ATUAL
                 PERFORM 530-TITULO-GRUPO
              END-IF
           END-IF

           ADD 1 TO W-POSICAO
           MOVE W-POSICAO TO W-D-POSICAO
           MOVE TK-CODIGO TO W-D-CODIGO

           IF TK-SECAO EQUAL 2
              MOVE TK-CODIGO     TO RG-COD-REGIAO
              PERFORM 560-BUSCAR-NOME-REGIAO
              MOVE RG-NOME       TO W-D-DESCRICAO
           ELSE
              MOVE TK-CODIGO     TO PRD-COD-PRODUTO
              READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO
              IF WF-FILE-STATUS EQUAL "00"
                 MOVE PRD-DESCRICAO TO W-D-DESCRICAO
              ELSE
                 MOVE "** NAO CADASTRADO **" TO W-D-DESCRICAO
              END-IF
           END-IF

           MOVE TK-QTD-ATUAL      TO W-D-QUANTIDADE
           MOVE TK-VALOR-ATUAL    TO W-D-VALOR
           MOVE TK-VALOR-ANTERIOR TO W-D-VALOR-ANTERIOR
           MOVE TK-VALOR-ATUAL    TO W-VALOR-VARIACAO
           MOVE TK-VALOR-ANTERIOR TO W-VALOR-BASE
           PERFORM 550-CALCULAR-VARIACAO
           MOVE W-VARIACAO-X      TO W-D-VARIACAO

           WRITE REL-VENDAS-LINHA FROM W-DETALHE

           RETURN TB-RANKING RECORD INTO TK-RANKING-REG
             AT END MOVE "S" TO W-FIM-RANKING
           END-RETURN.

       520-TITULO-SECAO.
           EVALUATE W-SECAO-ATUAL
             WHEN 1
               MOVE "VENDAS POR PRODUTO" TO W-TS-TITULO
             WHEN 2
               MOVE "VENDAS POR REGIAO" TO W-TS-TITULO
             WHEN 3
               MOVE "PRODUTOS POR REGIAO" TO W-TS-TITULO
             WHEN OTHER
               MOVE "VENDAS POR MES" TO W-TS-TITULO
           END-EVALUATE

           MOVE ZEROS  TO W-POSICAO
           MOVE SPACES TO REL-VENDAS-LINHA
           WRITE REL-VENDAS-LINHA
           WRITE REL-VENDAS-LINHA FROM W-TITULO-SECAO
           WRITE REL-VENDAS-LINHA FROM W-COLUNAS.

       530-TITULO-GRUPO.
           MOVE TK-GRUPO TO W-GRUPO-ATUAL
           MOVE ZEROS    TO W-POSICAO
           MOVE TK-GRUPO TO W-TG-REGIAO
           MOVE TK-GRUPO TO RG-COD-REGIAO
           PERFORM 560-BUSCAR-NOME-REGIAO
           MOVE RG-NOME  TO W-TG-NOME

           MOVE SPACES TO REL-VENDAS-LINHA
           WRITE REL-VENDAS-LINHA
           WRITE REL-VENDAS-LINHA FROM W-TITULO-GRUPO.

       540-IMPRIMIR-TOTAL.
           MOVE W-TOT-QTD-ATUAL      TO W-R-QUANTIDADE
           MOVE W-TOT-VALOR-ATUAL    TO W-R-VALOR
           MOVE W-TOT-VALOR-ANTERIOR TO W-R-VALOR-ANTERIOR

           MOVE W-TOT-VALOR-ATUAL    TO W-VALOR-VARIACAO
           MOVE W-TOT-VALOR-ANTERIOR TO W-VALOR-BASE
           PERFORM 550-CALCULAR-VARIACAO
           MOVE W-VARIACAO-X         TO W-R-VARIACAO

           MOVE SPACES TO REL-VENDAS-LINHA
           WRITE REL-VENDAS-LINHA
           WRITE REL-VENDAS-LINHA FROM W-RODAPE.

      * VARIACAO % DO VALOR DO PERIODO (W-VALOR-VARIACAO) SOBRE O DO
      * ANO ANTERIOR (W-VALOR-BASE), EM W-VARIACAO-X.
       550-CALCULAR-VARIACAO.
           MOVE ZEROS TO W-VARIACAO

           IF W-VALOR-BASE GREATER THAN ZEROS
              COMPUTE W-VARIACAO ROUNDED =
                      (W-VALOR-VARIACAO - W-VALOR-BASE)
                      / W-VALOR-BASE * 100
                ON SIZE ERROR
                   MOVE 9999,9 TO W-VARIACAO
              END-COMPUTE
              MOVE W-VARIACAO TO W-VARIACAO-EDITADA
           ELSE
              IF W-VALOR-VARIACAO EQUAL ZEROS
                 MOVE SPACES    TO W-VARIACAO-X
              ELSE
                 MOVE "   NOVO" TO W-VARIACAO-X
              END-IF
           END-IF.

      * NOME DA REGIAO DE RG-COD-REGIAO EM RG-NOME.
       560-BUSCAR-NOME-REGIAO.
           IF RG-COD-REGIAO EQUAL ZEROS
              MOVE "SEM REGIAO NO CADASTRO" TO RG-NOME
           ELSE
              READ ARQ-REGIAO RECORD KEY IS RG-COD-REGIAO
              IF WG-FILE-STATUS NOT EQUAL "00"
                 MOVE "** REGIAO NAO CADASTRADA **" TO RG-NOME
              END-IF
           END-IF.

      * SECAO POR MES, EM ORDEM CRONOLOGICA.
       600-IMPRIMIR-MESES.
           MOVE 4 TO W-SECAO-ATUAL
           PERFORM 520-TITULO-SECAO

           PERFORM 610-IMPRIMIR-MES
              VARYING W-IND-MES FROM 1 BY 1
                UNTIL W-IND-MES GREATER THAN W-QTD-MESES

           PERFORM 540-IMPRIMIR-TOTAL.

       610-IMPRIMIR-MES.
           COMPUTE W-ABS-MES = W-ABS-INICIAL + W-IND-MES - 1
           DIVIDE W-ABS-MES BY 12 GIVING W-ANO-LABEL
                                  REMAINDER W-RESTO-LABEL
           MOVE W-ANO-LABEL TO W-DM-ANO
           COMPUTE W-DM-MES = W-RESTO-LABEL + 1

           MOVE ZEROS           TO W-D-POSICAO
           MOVE ZEROS           TO W-D-CODIGO
           MOVE W-DESCRICAO-MES TO W-D-DESCRICAO

           MOVE W-TM-QTD-ATUAL(W-IND-MES)      TO W-D-QUANTIDADE
           MOVE W-TM-VALOR-ATUAL(W-IND-MES)    TO W-D-VALOR
           MOVE W-TM-VALOR-ANTERIOR(W-IND-MES) TO W-D-VALOR-ANTERIOR

           MOVE W-TM-VALOR-ATUAL(W-IND-MES)    TO W-VALOR-VARIACAO
           MOVE W-TM-VALOR-ANTERIOR(W-IND-MES) TO W-VALOR-BASE
           PERFORM 550-CALCULAR-VARIACAO
           MOVE W-VARIACAO-X TO W-D-VARIACAO

           WRITE REL-VENDAS-LINHA FROM W-DETALHE.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM REPORTVENDAS.
