       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REPORTCONCILIACAO AS "REPORTCONCILIACAO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * CONCILIACAO MENSAL DO FATURAMENTO. PARA A COMPETENCIA        *
      * INFORMADA (MES DA NOTA FISCAL), CONFRONTA CADA PEDIDO        *
      * FATURADO COM OS SEUS TITULOS (VER TITULO.CPY) E COM AS       *
      * LINHAS EM QUE SAIU NA INTERFACE DE PEDIDOS DO ERP (HISTORICO *
      * logErpPedido, GRAVADO PELO EXPORTPEDIDO). LISTA COMO         *
      * OCORRENCIA:                                                  *
      *   - PEDIDO FATURADO SEM TITULO;                              *
      *   - TITULO DE PEDIDO CANCELADO, NAO FATURADO, INEXISTENTE OU *
      *     FATURADO EM OUTRO MES;                                   *
      *   - SOMA DOS TITULOS DIFERENTE DO VALOR DO PEDIDO;           *
      * (O VALOR DO PEDIDO FATURADO E O DOS ITENS MAIS O FRETE, QUE  *
      * E O COBRADO NOS TITULOS E EXPORTADO AO ERP.)                 *
      *   - PEDIDO FATURADO NUNCA EXPORTADO, EXPORTADO MAIS DE UMA   *
      *     VEZ OU EXPORTADO COM OUTRO VALOR (O FATURADO PELO ERP,   *
      *     COM A NOTA DO ERP, CONFERE COM A LINHA EM QUE SAIU SEM   *
      *     NOTA, POIS SO VOLTA A SAIR SE FATURADO NO DIA DO ENVIO); *
      *   - ARQUIVO DE INTERFACE DO MES CUJO TRAILER NAO CONFERE COM *
      *     OS DETALHES, OU SEM TRAILER.                             *
      * NO FIM, OS TOTAIS FATURADO, DE TITULOS E EXPORTADO: A        *
      * COMPETENCIA SO FICA CONCILIADA SE OS TRES CONFEREM E NAO HA  *
      * OCORRENCIAS. O RESULTADO E GRAVADO NO ARQUIVO DE CONCILIACAO *
      * (VER CONCILIACAO.CPY), QUE O FECHAMENTO DE COMISSAO CONSULTA *
      * ANTES DE FECHAR O MES. RESTRITO A USUARIOS COM A PERMISSAO   *
      * DE PARAMETROS.                                               *
      * NO LOTE NOTURNO (SESSAO EM MODO LOTE, VER SESSAO.CPY) RODA   *
      * SEM TELAS PARA A COMPETENCIA DO MES ANTERIOR A DATA DO LOTE  *
      * E DEVOLVE O CONTROLE AO LOTE.                                *
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

           SELECT ARQ-TITULO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE
                  ALTERNATE RECORD KEY IS TIT-COD-CLIENTE
                                WITH DUPLICATES
                  FILE STATUS   IS WT-FILE-STATUS.

           SELECT ARQ-NOTA-FISCAL ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NF-CHAVE
                  FILE STATUS   IS WN-FILE-STATUS.

           SELECT LOG-ERP-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WL-FILE-STATUS.

           SELECT ARQ-CONCILIACAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CO-ANO-MES
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT REL-CONCILIACAO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

           SELECT TB-CONCILIACAO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-NOTA-FISCAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadNotaFiscal'.
       COPY "NOTAFISCAL.CPY".

       FD  LOG-ERP-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'logErpPedido'.
       01  LOG-ERP-PEDIDO-LINHA   PIC  X(063).

       FD  ARQ-CONCILIACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadConciliacao'.
       COPY "CONCILIACAO.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       FD  REL-CONCILIACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relConciliacao'.
       01  REL-CONCILIACAO-LINHA  PIC  X(120).

       SD  TB-CONCILIACAO.
       01  TC-CONCILIACAO-REG.
           03 TC-NUM-PEDIDO       PIC  9(007).
      * "E" LINHA DA INTERFACE DO ERP COM NOTA, "N" LINHA DA
      * INTERFACE SEM NOTA, "P" PEDIDO FATURADO NA COMPETENCIA, "T"
      * TITULO EMITIDO NA COMPETENCIA.
           03 TC-ORIGEM           PIC  X(001).
           03 TC-VALOR            PIC  9(009)V9(002).
      * STATUS DO PEDIDO OU DO TITULO (BRANCO NA INTERFACE).
           03 TC-STATUS           PIC  X(001).
           03 TC-SERIE-NF         PIC  X(003).
           03 TC-NUM-NF           PIC  9(009).

       WORKING-STORAGE SECTION.
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WN-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-CONFIRMA              PIC  X(001) VALUE SPACES.
       77 W-FIM-LEITURA           PIC  X(001) VALUE SPACES.
       77 W-PRIMEIRO-REGISTRO     PIC  X(001) VALUE "S".
       77 W-COMPETENCIA-OK        PIC  X(001) VALUE "N".
       77 W-MENSAGEM              PIC  X(060) VALUE SPACES.
       77 W-ANO-MES-FILTRO        PIC  9(006) VALUE ZEROS.
       77 W-MES-CONCILIAR         PIC  9(002) VALUE ZEROS.
       77 W-ANO-CONCILIAR         PIC  9(004) VALUE ZEROS.
       77 W-USUARIO-SESSAO        PIC  X(020) VALUE SPACES.
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
       77 W-OCORRENCIA            PIC  X(040) VALUE SPACES.
      * RESULTADO DA CONCILIACAO, NO CODIGO DE CO-SITUACAO.
       77 W-SITUACAO              PIC  X(001) VALUE SPACES.

      * PEDIDO CORRENTE NA SAIDA DO SORT: O QUE VEIO DO PEDIDO, A
      * SOMA DOS TITULOS NAO CANCELADOS E AS LINHAS DA INTERFACE.
       77 W-G-NUM-PEDIDO          PIC  9(007) VALUE ZEROS.
       77 W-G-TEM-PEDIDO          PIC  X(001) VALUE "N".
       77 W-G-STATUS              PIC  X(001) VALUE SPACES.
       77 W-G-SERIE-NF            PIC  X(003) VALUE SPACES.
       77 W-G-NUM-NF              PIC  9(009) VALUE ZEROS.
       77 W-G-VALOR-PEDIDO        PIC  9(009)V9(002) VALUE ZEROS.
       77 W-G-QTD-TITULOS         PIC  9(003) VALUE ZEROS.
       77 W-G-VALOR-TITULOS       PIC  9(011)V9(002) VALUE ZEROS.
       77 W-G-QTD-EXPORTADO       PIC  9(003) VALUE ZEROS.
       77 W-G-VALOR-EXPORTADO     PIC  9(011)V9(002) VALUE ZEROS.
      * LINHAS EM QUE O PEDIDO SAIU AINDA SEM NOTA.
       77 W-G-QTD-SEM-NOTA        PIC  9(003) VALUE ZEROS.
       77 W-G-VALOR-SEM-NOTA      PIC  9(011)V9(002) VALUE ZEROS.
      * "S" NOTA DO PEDIDO EMITIDA PELO SISTEMA (ESTA NO CADASTRO DE
      * NOTAS), "N" NOTA DO ERP (VER IMPORTSTATUSERP).
       77 W-G-NOTA-LOCAL          PIC  X(001) VALUE "S".

      * TOTAIS DE FECHAMENTO DA COMPETENCIA.
       77 W-QTD-FATURADOS         PIC  9(007) VALUE ZEROS.
       77 W-TOTAL-FATURADO        PIC  9(011)V9(002) VALUE ZEROS.
       77 W-TOTAL-TITULOS         PIC  9(011)V9(002) VALUE ZEROS.
       77 W-TOTAL-EXPORTADO       PIC  9(011)V9(002) VALUE ZEROS.
       77 W-QTD-OCORRENCIAS       PIC  9(007) VALUE ZEROS.

      * ARQUIVO DE INTERFACE CORRENTE NA LEITURA DO HISTORICO: SO OS
      * GERADOS NA COMPETENCIA TEM O TRAILER CONFERIDO.
       77 W-ARQUIVO-ABERTO        PIC  X(001) VALUE "N".
       77 W-ARQUIVO-NO-MES        PIC  X(001) VALUE "N".
       77 W-ARQ-DATA              PIC  9(008) VALUE ZEROS.
       77 W-ARQ-QTD-LIDA          PIC  9(007) VALUE ZEROS.
       77 W-ARQ-SOMA-LIDA         PIC  9(011)V9(002) VALUE ZEROS.
       77 W-QTD-ARQUIVOS          PIC  9(003) VALUE ZEROS.
       77 W-IDX-ARQUIVO           PIC  9(003) VALUE ZEROS.

      * ARQUIVOS DE INTERFACE GERADOS NA COMPETENCIA (NO MAXIMO DOIS
      * POR DIA). W-TA-SITUACAO "T" COM TRAILER, "S" SEM TRAILER.
       01  W-TAB-ARQUIVOS.
           03 W-TAB-ARQUIVO       OCCURS 62 TIMES.
              05 W-TA-DATA        PIC  9(008).
              05 W-TA-SITUACAO    PIC  X(001).
              05 W-TA-QTD-LIDA    PIC  9(007).
              05 W-TA-SOMA-LIDA   PIC  9(011)V9(002).
              05 W-TA-QTD-TRAILER PIC  9(007).
              05 W-TA-SOMA-TRAILER PIC 9(011)V9(002).

      * LAYOUTS DA INTERFACE DE PEDIDOS, COMO GRAVADOS PELO
      * EXPORTPEDIDO.
       01  W-REG-INTERFACE.
           03 W-I-TIPO            PIC  X(001).
           03 FILLER              PIC  X(062).

       01  W-REG-HEADER REDEFINES W-REG-INTERFACE.
           03 FILLER              PIC  X(001).
           03 W-H-DATA-GERACAO    PIC  9(008).
           03 FILLER              PIC  X(054).

       01  W-REG-DETALHE REDEFINES W-REG-INTERFACE.
           03 FILLER              PIC  X(001).
           03 W-D-NUM-PEDIDO      PIC  9(007).
           03 W-D-COD-CLIENTE     PIC  9(007).
           03 W-D-COD-VENDEDOR    PIC  9(003).
           03 W-D-NUM-ENDERECO    PIC  9(003).
           03 W-D-DATA-PEDIDO     PIC  9(008).
           03 W-D-VALOR-PEDIDO    PIC  9(009)V9(002).
           03 W-D-SERIE-NF        PIC  X(003).
           03 W-D-NUM-NF          PIC  9(009).
           03 W-D-VALOR-FRETE     PIC  9(009)V9(002).
      * LINHA GRAVADA QUANDO O REGISTRO TINHA 60 POSICOES: FRETE COM
      * SEIS INTEIROS E O FIM DA LINHA EM BRANCO.
           03 W-D-FRETE-ANTIGO REDEFINES W-D-VALOR-FRETE.
              05 W-D-VALOR-FRETE-ANTIGO PIC 9(006)V9(002).
              05 W-D-FIM-ANTIGO   PIC  X(003).

       01  W-REG-TRAILER REDEFINES W-REG-INTERFACE.
           03 FILLER              PIC  X(001).
           03 W-T-QTD-DETALHES    PIC  9(007).
           03 W-T-SOMA-VALORES    PIC  9(011)V9(002).
           03 FILLER              PIC  X(042).

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE
              "CONCILIACAO FATURAM.".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relConciliacao'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "CONCILIACAO MENSAL DO FATURAMENTO".

       01  W-LINHA-COMPETENCIA.
           03 FILLER              PIC  X(013) VALUE "COMPETENCIA: ".
           03 W-LC-MES            PIC  99.
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-LC-ANO            PIC  9999.

       01  W-TITULO-SECAO.
           03 FILLER              PIC  X(005) VALUE "*** ".
           03 W-TS-TITULO         PIC  X(050).

       01  W-COLUNAS-OCORRENCIA.
           03 FILLER              PIC  X(008) VALUE "PEDIDO".
           03 FILLER              PIC  X(010) VALUE "NOTA".
           03 FILLER              PIC  X(003) VALUE "ST".
           03 FILLER              PIC  X(015) VALUE "  VALOR PEDIDO".
           03 FILLER              PIC  X(018) VALUE
              "   VALOR TITULOS".
           03 FILLER              PIC  X(004) VALUE "EXP".
           03 FILLER              PIC  X(018) VALUE
              " VALOR EXPORTADO".
           03 FILLER              PIC  X(040) VALUE "OCORRENCIA".

       01  W-DETALHE-OCORRENCIA.
           03 W-DO-NUM-PEDIDO     PIC  9(007).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-DO-NUM-NF         PIC  9(009).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-DO-STATUS         PIC  X(001).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-DO-VALOR-PEDIDO   PIC  ZZZZZZZZZ9,99.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-DO-VALOR-TITULOS  PIC  ZZZZZZZZZZZZ9,99.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-DO-QTD-EXPORTADO  PIC  ZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-DO-VALOR-EXPORT   PIC  ZZZZZZZZZZZZ9,99.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-DO-OCORRENCIA     PIC  X(040).

       01  W-COLUNAS-ARQUIVO.
           03 FILLER              PIC  X(012) VALUE "GERADO EM".
           03 FILLER              PIC  X(010) VALUE "DETALHES".
           03 FILLER              PIC  X(018) VALUE
              "     SOMA LIDA".
           03 FILLER              PIC  X(010) VALUE "TRAILER".
           03 FILLER              PIC  X(018) VALUE
              "  SOMA DO TRAILER".
           03 FILLER              PIC  X(030) VALUE "SITUACAO".

       01  W-DETALHE-ARQUIVO.
           03 W-DA-DIA            PIC  9(002).
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-DA-MES            PIC  9(002).
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-DA-ANO            PIC  9(004).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-DA-QTD-LIDA       PIC  ZZZZZZ9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-DA-SOMA-LIDA      PIC  ZZZZZZZZZZZZ9,99.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-DA-QTD-TRAILER    PIC  ZZZZZZ9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-DA-SOMA-TRAILER   PIC  ZZZZZZZZZZZZ9,99.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-DA-SITUACAO       PIC  X(030).

       01  W-LINHA-TOTAL.
           03 W-LT-DESCRICAO      PIC  X(030).
           03 W-LT-VALOR          PIC  ZZZZZZZZZZZZ9,99.

       01  W-LINHA-QUANTIDADE.
           03 W-LQ-DESCRICAO      PIC  X(030).
           03 W-LQ-QUANTIDADE     PIC  ZZZZZZ9.

       01  W-LINHA-SITUACAO.
           03 FILLER              PIC  X(010) VALUE "SITUACAO: ".
           03 W-LS-SITUACAO       PIC  X(060).

       SCREEN SECTION.
       01 TELA-CONCILIACAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 24 VALUE "CONCILIACAO MENSAL DO FATURAMENTO".
          02 LINE 07 COL 10 VALUE "MES DA COMPETENCIA (MM):".
          02 LINE 07 COL 35, PIC 99 USING W-MES-CONCILIAR.
          02 LINE 08 COL 10 VALUE "ANO DA COMPETENCIA (AAAA):".
          02 LINE 08 COL 37, PIC 9999 USING W-ANO-CONCILIAR.
          02 LINE 10 COL 10 VALUE
             "COMPETENCIA = MES DE EMISSAO DA NOTA FISCAL.".
          02 LINE 15 COL 10 "CONFIRMA A CONCILIACAO?(S/N):".
          02 LINE 15 COL 40, PIC X TO W-CONFIRMA.
          02 LINE 17 COL 10, PIC X(060) FROM W-MENSAGEM.

       01 MENSAGEM-CONCILIACAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10, PIC X(060) FROM W-MENSAGEM.
          02 LINE 08 COL 10 VALUE "OCORRENCIAS:".
          02 LINE 08 COL 23, PIC ZZZZZZ9 FROM W-QTD-OCORRENCIAS.
          02 LINE 09 COL 10 VALUE
             "DETALHES NO RELATORIO relConciliacao.".
          02 LINE 11 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 11 COL 39, PIC X TO W-CONFIRMA.

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

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-VERIFICAR-PERMISSAO

           IF W-MODO-LOTE EQUAL TO "S"
              PERFORM 015-COMPETENCIA-LOTE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:4) TO W-ANO-CONCILIAR
              MOVE FUNCTION CURRENT-DATE(5:2) TO W-MES-CONCILIAR
              PERFORM 010-SOLICITAR-COMPETENCIA
                UNTIL W-COMPETENCIA-OK = "S"
           END-IF

           COMPUTE W-ANO-MES-FILTRO = W-ANO-CONCILIAR * 100
                                    + W-MES-CONCILIAR

           OPEN OUTPUT REL-CONCILIACAO

           WRITE REL-CONCILIACAO-LINHA FROM W-CABECALHO-1
           WRITE REL-CONCILIACAO-LINHA FROM W-CABECALHO-2
           MOVE W-MES-CONCILIAR TO W-LC-MES
           MOVE W-ANO-CONCILIAR TO W-LC-ANO
           WRITE REL-CONCILIACAO-LINHA FROM W-LINHA-COMPETENCIA

           SORT TB-CONCILIACAO
                ON ASCENDING KEY TC-NUM-PEDIDO
                                 TC-ORIGEM
                INPUT PROCEDURE 100-SELECIONAR-MOVIMENTO
                OUTPUT PROCEDURE 200-CONCILIAR-PEDIDOS

           PERFORM 400-CONFERIR-ARQUIVOS
           PERFORM 500-IMPRIMIR-TOTAIS

           CLOSE REL-CONCILIACAO

           PERFORM 600-GRAVAR-RESULTADO

           MOVE SPACES TO W-SPOOL-PARAMETROS
           STRING "COMPETENCIA "   DELIMITED BY SIZE
                  W-MES-CONCILIAR  DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  W-ANO-CONCILIAR  DELIMITED BY SIZE
             INTO W-SPOOL-PARAMETROS
           END-STRING

           PERFORM 900-REGISTRAR-SPOOL

           IF W-MODO-LOTE EQUAL TO "S"
              GOBACK
           END-IF

           DISPLAY MENSAGEM-CONCILIACAO
           ACCEPT  MENSAGEM-CONCILIACAO

           CHAIN "MENU".

      * A CONCILIACAO E RESTRITA AOS USUARIOS COM A PERMISSAO DE
      * PARAMETROS (VER SESSAO.CPY), COMO O FECHAMENTO QUE ELA LIBERA.
       005-VERIFICAR-PERMISSAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           MOVE SS-USUARIO TO W-USUARIO-SESSAO

           IF SS-MODO-LOTE EQUAL TO "S"
              MOVE "S" TO W-MODO-LOTE
           END-IF

           IF SS-PERM-PARAMETRO NOT EQUAL TO "S"
              DISPLAY MENSAGEM-SEM-PERMISSAO
              ACCEPT  MENSAGEM-SEM-PERMISSAO
              CHAIN "MENU"
           END-IF.

      * PEDE A COMPETENCIA ATE O MES SER VALIDO.
       010-SOLICITAR-COMPETENCIA.
           DISPLAY TELA-CONCILIACAO
           ACCEPT  TELA-CONCILIACAO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
              CHAIN "MENU"
           END-IF

           MOVE "S"    TO W-COMPETENCIA-OK
           MOVE SPACES TO W-MENSAGEM

           IF W-MES-CONCILIAR LESS THAN 1
              OR W-MES-CONCILIAR GREATER THAN 12
              OR W-ANO-CONCILIAR EQUAL TO ZEROS
              MOVE "N" TO W-COMPETENCIA-OK
              MOVE "COMPETENCIA INVALIDA." TO W-MENSAGEM
           END-IF.

      * NO LOTE A COMPETENCIA E O MES ANTERIOR AO DA DATA DO LOTE
      * (O PASSO RODA NO PRIMEIRO DIA UTIL DO MES SEGUINTE, ANTES DO
      * FECHAMENTO DE COMISSAO).
       015-COMPETENCIA-LOTE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO W-ANO-CONCILIAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO W-MES-CONCILIAR

           IF W-MES-CONCILIAR EQUAL TO 1
              MOVE 12 TO W-MES-CONCILIAR
              SUBTRACT 1 FROM W-ANO-CONCILIAR
           ELSE
              SUBTRACT 1 FROM W-MES-CONCILIAR
           END-IF.

       100-SELECIONAR-MOVIMENTO.
           PERFORM 110-SELECIONAR-PEDIDOS
           PERFORM 130-SELECIONAR-TITULOS
           PERFORM 150-SELECIONAR-INTERFACE.

      * PEDIDOS COM NOTA EMITIDA NA COMPETENCIA, QUALQUER QUE SEJA O
      * STATUS ATUAL (UM PEDIDO CANCELADO DEPOIS DE FATURADO AINDA
      * PRECISA TER OS TITULOS CANCELADOS). PEDIDO ANTERIOR A
      * NUMERACAO DE NOTAS VEM CURTO E NAO ENTRA.
       110-SELECIONAR-PEDIDOS.
           MOVE "N" TO W-FIM-LEITURA

           OPEN INPUT ARQ-PEDIDO

           IF WP-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-LEITURA
           ELSE
              READ ARQ-PEDIDO NEXT
                AT END MOVE "S" TO W-FIM-LEITURA
              END-READ
           END-IF

           PERFORM 120-LER-PEDIDO UNTIL W-FIM-LEITURA = "S"

           CLOSE ARQ-PEDIDO
           MOVE "00" TO WP-FILE-STATUS.

       120-LER-PEDIDO.
           IF P-NUM-NF NUMERIC
              AND P-NUM-NF GREATER THAN ZEROS
              AND P-DATA-NF(1:6) EQUAL TO W-ANO-MES-FILTRO
              MOVE P-NUM-PEDIDO    TO TC-NUM-PEDIDO
              MOVE "P"             TO TC-ORIGEM

              IF P-VALOR-FRETE NOT NUMERIC
                 MOVE ZEROS TO P-VALOR-FRETE
              END-IF

              COMPUTE TC-VALOR = P-VALOR-PEDIDO + P-VALOR-FRETE
              MOVE P-STATUS-PEDIDO TO TC-STATUS
              MOVE P-SERIE-NF      TO TC-SERIE-NF
              MOVE P-NUM-NF        TO TC-NUM-NF
              RELEASE TC-CONCILIACAO-REG
           END-IF

           READ ARQ-PEDIDO NEXT
             AT END MOVE "S" TO W-FIM-LEITURA
           END-READ.

      * TITULOS EMITIDOS NA COMPETENCIA (A EMISSAO DO TITULO E A DATA
      * DA NOTA DO PEDIDO), INCLUSIVE OS CANCELADOS.
       130-SELECIONAR-TITULOS.
           MOVE "N" TO W-FIM-LEITURA

           OPEN INPUT ARQ-TITULO

           IF WT-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-LEITURA
           ELSE
              READ ARQ-TITULO NEXT
                AT END MOVE "S" TO W-FIM-LEITURA
              END-READ
           END-IF

           PERFORM 140-LER-TITULO UNTIL W-FIM-LEITURA = "S"

           CLOSE ARQ-TITULO
           MOVE "00" TO WT-FILE-STATUS.

       140-LER-TITULO.
           IF TIT-DATA-EMISSAO(1:6) EQUAL TO W-ANO-MES-FILTRO
              MOVE TIT-NUM-PEDIDO  TO TC-NUM-PEDIDO
              MOVE "T"             TO TC-ORIGEM
              MOVE TIT-VALOR       TO TC-VALOR
              MOVE TIT-STATUS      TO TC-STATUS
              MOVE SPACES          TO TC-SERIE-NF
              MOVE ZEROS           TO TC-NUM-NF
              RELEASE TC-CONCILIACAO-REG
           END-IF

           READ ARQ-TITULO NEXT
             AT END MOVE "S" TO W-FIM-LEITURA
           END-READ.

      * HISTORICO DA INTERFACE: TODA LINHA DE DETALHE ENTRA NO SORT,
      * SEJA QUAL FOR A DATA DO ARQUIVO, PARA ACHAR REENVIOS EM
      * OUTROS MESES E O ENVIO SEM NOTA DO PEDIDO QUE O ERP FATUROU
      * DEPOIS; LINHAS DE PEDIDOS DE OUTRA
      * COMPETENCIA SAO DESCARTADAS NA CONCILIACAO. OS ARQUIVOS
      * GERADOS NA COMPETENCIA TEM O TRAILER CONFERIDO.
       150-SELECIONAR-INTERFACE.
           MOVE "N"   TO W-FIM-LEITURA
           MOVE "N"   TO W-ARQUIVO-ABERTO
           MOVE ZEROS TO W-QTD-ARQUIVOS

           OPEN INPUT LOG-ERP-PEDIDO

           IF WL-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-LEITURA
           ELSE
              READ LOG-ERP-PEDIDO INTO W-REG-INTERFACE
                AT END MOVE "S" TO W-FIM-LEITURA
              END-READ
           END-IF

           PERFORM 160-LER-INTERFACE UNTIL W-FIM-LEITURA = "S"

           IF W-ARQUIVO-ABERTO EQUAL TO "S"
              MOVE "S" TO W-TA-SITUACAO(W-IDX-ARQUIVO)
              PERFORM 170-FECHAR-ARQUIVO
           END-IF

           CLOSE LOG-ERP-PEDIDO
           MOVE "00" TO WL-FILE-STATUS.

       160-LER-INTERFACE.
           EVALUATE W-I-TIPO
             WHEN "H"
                IF W-ARQUIVO-ABERTO EQUAL TO "S"
                   MOVE "S" TO W-TA-SITUACAO(W-IDX-ARQUIVO)
                   PERFORM 170-FECHAR-ARQUIVO
                END-IF
                PERFORM 165-ABRIR-ARQUIVO
             WHEN "D"
                PERFORM 180-LER-DETALHE
             WHEN "T"
                IF W-ARQUIVO-ABERTO EQUAL TO "S"
                   MOVE "T" TO W-TA-SITUACAO(W-IDX-ARQUIVO)
                   PERFORM 170-FECHAR-ARQUIVO
                END-IF
           END-EVALUATE

           READ LOG-ERP-PEDIDO INTO W-REG-INTERFACE
             AT END MOVE "S" TO W-FIM-LEITURA
           END-READ.

      * INICIO DE UM ARQUIVO NO HISTORICO. SO OS DA COMPETENCIA
      * OCUPAM UMA POSICAO NA TABELA DE ARQUIVOS.
       165-ABRIR-ARQUIVO.
           MOVE ZEROS TO W-ARQ-QTD-LIDA, W-ARQ-SOMA-LIDA
           MOVE "N"   TO W-ARQUIVO-NO-MES

           IF W-H-DATA-GERACAO NUMERIC
              MOVE W-H-DATA-GERACAO TO W-ARQ-DATA
           ELSE
              MOVE ZEROS TO W-ARQ-DATA
           END-IF

           IF W-ARQ-DATA(1:6) EQUAL TO W-ANO-MES-FILTRO
              AND W-QTD-ARQUIVOS LESS THAN 62
              MOVE "S" TO W-ARQUIVO-NO-MES, W-ARQUIVO-ABERTO
              ADD 1 TO W-QTD-ARQUIVOS
              MOVE W-QTD-ARQUIVOS TO W-IDX-ARQUIVO
              MOVE W-ARQ-DATA     TO W-TA-DATA(W-IDX-ARQUIVO)
              MOVE ZEROS TO W-TA-QTD-TRAILER(W-IDX-ARQUIVO),
                            W-TA-SOMA-TRAILER(W-IDX-ARQUIVO)
           ELSE
              MOVE "N" TO W-ARQUIVO-ABERTO
           END-IF.

      * FIM DE UM ARQUIVO DA COMPETENCIA: GUARDA O QUE FOI LIDO E O
      * QUE O TRAILER DECLARA (ZEROS SE O ARQUIVO NAO TEM TRAILER).
       170-FECHAR-ARQUIVO.
           MOVE W-ARQ-QTD-LIDA  TO W-TA-QTD-LIDA(W-IDX-ARQUIVO)
           MOVE W-ARQ-SOMA-LIDA TO W-TA-SOMA-LIDA(W-IDX-ARQUIVO)

           IF W-TA-SITUACAO(W-IDX-ARQUIVO) EQUAL TO "T"
              AND W-T-QTD-DETALHES NUMERIC
              AND W-T-SOMA-VALORES NUMERIC
              MOVE W-T-QTD-DETALHES
                TO W-TA-QTD-TRAILER(W-IDX-ARQUIVO)
              MOVE W-T-SOMA-VALORES
                TO W-TA-SOMA-TRAILER(W-IDX-ARQUIVO)
           END-IF

           MOVE "N" TO W-ARQUIVO-ABERTO.

       180-LER-DETALHE.
           IF W-D-VALOR-PEDIDO NOT NUMERIC
              MOVE ZEROS TO W-D-VALOR-PEDIDO
           END-IF

      * ARQUIVO GERADO ANTES DO FRETE TEM O CAMPO EM BRANCO.
           IF W-D-VALOR-FRETE NOT NUMERIC
              IF W-D-VALOR-FRETE-ANTIGO NUMERIC
                 AND W-D-FIM-ANTIGO EQUAL TO SPACES
                 MOVE W-D-VALOR-FRETE-ANTIGO TO W-D-VALOR-FRETE
              ELSE
                 MOVE ZEROS TO W-D-VALOR-FRETE
              END-IF
           END-IF

           IF W-ARQUIVO-ABERTO EQUAL TO "S"
              ADD 1                TO W-ARQ-QTD-LIDA
              ADD W-D-VALOR-PEDIDO TO W-ARQ-SOMA-LIDA
              ADD W-D-VALOR-FRETE  TO W-ARQ-SOMA-LIDA
           END-IF

           IF W-D-NUM-NF NOT NUMERIC
              MOVE ZEROS TO W-D-NUM-NF
           END-IF

           IF W-D-NUM-PEDIDO NUMERIC
              MOVE W-D-NUM-PEDIDO   TO TC-NUM-PEDIDO

              IF W-D-NUM-NF GREATER THAN ZEROS
                 MOVE "E"           TO TC-ORIGEM
              ELSE
                 MOVE "N"           TO TC-ORIGEM
              END-IF

              COMPUTE TC-VALOR = W-D-VALOR-PEDIDO + W-D-VALOR-FRETE
              MOVE SPACES           TO TC-STATUS
              MOVE W-D-SERIE-NF     TO TC-SERIE-NF
              MOVE W-D-NUM-NF       TO TC-NUM-NF
              RELEASE TC-CONCILIACAO-REG
           END-IF.

      * UMA QUEBRA POR PEDIDO: JUNTA O PEDIDO, OS SEUS TITULOS E AS
      * SUAS LINHAS DE INTERFACE E CONFERE O CONJUNTO.
       200-CONCILIAR-PEDIDOS.
           MOVE SPACES TO REL-CONCILIACAO-LINHA
           WRITE REL-CONCILIACAO-LINHA
           MOVE "OCORRENCIAS POR PEDIDO" TO W-TS-TITULO
           WRITE REL-CONCILIACAO-LINHA FROM W-TITULO-SECAO
           WRITE REL-CONCILIACAO-LINHA FROM W-COLUNAS-OCORRENCIA

           OPEN INPUT ARQ-PEDIDO
           OPEN INPUT ARQ-NOTA-FISCAL

           MOVE "N" TO W-FIM-LEITURA
           MOVE "S" TO W-PRIMEIRO-REGISTRO

           RETURN TB-CONCILIACAO RECORD INTO TC-CONCILIACAO-REG
             AT END MOVE "S" TO W-FIM-LEITURA
           END-RETURN

           PERFORM 220-ACUMULAR-MOVIMENTO UNTIL W-FIM-LEITURA = "S"

           IF W-PRIMEIRO-REGISTRO = "N"
              PERFORM 300-CONCILIAR-UM-PEDIDO
           END-IF

           IF WN-FILE-STATUS EQUAL TO "00"
              CLOSE ARQ-NOTA-FISCAL
           END-IF

           CLOSE ARQ-PEDIDO
           MOVE "00" TO WP-FILE-STATUS.

       220-ACUMULAR-MOVIMENTO.
           IF W-PRIMEIRO-REGISTRO = "S"
              MOVE TC-NUM-PEDIDO TO W-G-NUM-PEDIDO
              MOVE "N" TO W-PRIMEIRO-REGISTRO
              PERFORM 230-LIMPAR-PEDIDO
           END-IF

           IF TC-NUM-PEDIDO NOT = W-G-NUM-PEDIDO
              PERFORM 300-CONCILIAR-UM-PEDIDO
              MOVE TC-NUM-PEDIDO TO W-G-NUM-PEDIDO
              PERFORM 230-LIMPAR-PEDIDO
           END-IF

           EVALUATE TC-ORIGEM
             WHEN "P"
                MOVE "S"       TO W-G-TEM-PEDIDO
                MOVE TC-STATUS TO W-G-STATUS
                MOVE TC-VALOR  TO W-G-VALOR-PEDIDO
                MOVE TC-SERIE-NF TO W-G-SERIE-NF
                MOVE TC-NUM-NF TO W-G-NUM-NF
             WHEN "T"
                IF TC-STATUS NOT EQUAL TO "C"
                   ADD 1        TO W-G-QTD-TITULOS
                   ADD TC-VALOR TO W-G-VALOR-TITULOS
                END-IF
             WHEN "E"
                ADD 1        TO W-G-QTD-EXPORTADO
                ADD TC-VALOR TO W-G-VALOR-EXPORTADO
             WHEN "N"
                ADD 1        TO W-G-QTD-SEM-NOTA
                ADD TC-VALOR TO W-G-VALOR-SEM-NOTA
           END-EVALUATE

           RETURN TB-CONCILIACAO RECORD INTO TC-CONCILIACAO-REG
             AT END MOVE "S" TO W-FIM-LEITURA
           END-RETURN.

       230-LIMPAR-PEDIDO.
           MOVE "N"    TO W-G-TEM-PEDIDO
           MOVE SPACES TO W-G-STATUS, W-G-SERIE-NF
           MOVE ZEROS  TO W-G-NUM-NF, W-G-VALOR-PEDIDO,
                          W-G-QTD-TITULOS, W-G-VALOR-TITULOS,
                          W-G-QTD-EXPORTADO, W-G-VALOR-EXPORTADO,
                          W-G-QTD-SEM-NOTA, W-G-VALOR-SEM-NOTA.

      * PEDIDO FATURADO NA COMPETENCIA: CONFERE TITULOS E INTERFACE.
      * SEM O PEDIDO, SO INTERESSAM OS TITULOS EMITIDOS NO MES; AS
      * LINHAS DE INTERFACE SOZINHAS SAO DE OUTRA COMPETENCIA.
       300-CONCILIAR-UM-PEDIDO.
           IF W-G-TEM-PEDIDO EQUAL TO "S"
              PERFORM 310-CONFERIR-FATURADO
           ELSE
              IF W-G-QTD-TITULOS GREATER THAN ZEROS
                 PERFORM 330-CONFERIR-TITULO-AVULSO
              END-IF
           END-IF.

       310-CONFERIR-FATURADO.
           ADD W-G-VALOR-TITULOS TO W-TOTAL-TITULOS

           EVALUATE W-G-STATUS
             WHEN "F"
             WHEN "E"
                PERFORM 320-CONFERIR-RECEITA
             WHEN "C"
                IF W-G-QTD-TITULOS GREATER THAN ZEROS
                   MOVE "TITULO DE PEDIDO CANCELADO" TO W-OCORRENCIA
                   PERFORM 800-IMPRIMIR-OCORRENCIA
                END-IF
             WHEN OTHER
                IF W-G-QTD-TITULOS GREATER THAN ZEROS
                   MOVE "TITULO DE PEDIDO NAO FATURADO"
                     TO W-OCORRENCIA
                   PERFORM 800-IMPRIMIR-OCORRENCIA
                END-IF
           END-EVALUATE.

      * RECEITA DA COMPETENCIA: O VALOR DO PEDIDO DEVE ESTAR NOS
      * TITULOS E TER SAIDO UMA UNICA VEZ NA INTERFACE. O PEDIDO COM
      * NOTA DO ERP QUE NAO VOLTOU A SAIR COM ELA CONFERE COM AS
      * LINHAS EM QUE SAIU SEM NOTA, QUE FORAM AS FATURADAS PELO ERP.
       320-CONFERIR-RECEITA.
           IF W-G-QTD-EXPORTADO EQUAL TO ZEROS
              AND W-G-QTD-SEM-NOTA GREATER THAN ZEROS
              PERFORM 325-VERIFICAR-NOTA-LOCAL
              IF W-G-NOTA-LOCAL EQUAL TO "N"
                 MOVE W-G-QTD-SEM-NOTA   TO W-G-QTD-EXPORTADO
                 MOVE W-G-VALOR-SEM-NOTA TO W-G-VALOR-EXPORTADO
              END-IF
           END-IF

           ADD 1                     TO W-QTD-FATURADOS
           ADD W-G-VALOR-PEDIDO      TO W-TOTAL-FATURADO
           ADD W-G-VALOR-EXPORTADO   TO W-TOTAL-EXPORTADO

           IF W-G-QTD-TITULOS EQUAL TO ZEROS
              MOVE "FATURADO SEM TITULO" TO W-OCORRENCIA
              PERFORM 800-IMPRIMIR-OCORRENCIA
           ELSE
              IF W-G-VALOR-TITULOS NOT EQUAL TO W-G-VALOR-PEDIDO
                 MOVE "VALOR DOS TITULOS DIFERE DO PEDIDO"
                   TO W-OCORRENCIA
                 PERFORM 800-IMPRIMIR-OCORRENCIA
              END-IF
           END-IF

           EVALUATE TRUE
             WHEN W-G-QTD-EXPORTADO EQUAL TO ZEROS
                MOVE "FATURADO E NUNCA EXPORTADO" TO W-OCORRENCIA
                PERFORM 800-IMPRIMIR-OCORRENCIA
             WHEN W-G-QTD-EXPORTADO GREATER THAN 1
                MOVE "EXPORTADO EM DUPLICIDADE" TO W-OCORRENCIA
                PERFORM 800-IMPRIMIR-OCORRENCIA
             WHEN W-G-VALOR-EXPORTADO NOT EQUAL TO W-G-VALOR-PEDIDO
                MOVE "VALOR EXPORTADO DIFERE DO PEDIDO"
                  TO W-OCORRENCIA
                PERFORM 800-IMPRIMIR-OCORRENCIA
           END-EVALUATE.

      * A NOTA EMITIDA PELO SISTEMA ESTA NO CADASTRO DE NOTAS, COM O
      * NUMERO DO PEDIDO; A DO ERP NAO ESTA (OU A CHAVE E DE OUTRO
      * PEDIDO).
       325-VERIFICAR-NOTA-LOCAL.
           MOVE "N" TO W-G-NOTA-LOCAL

           IF WN-FILE-STATUS EQUAL TO "00"
              MOVE W-G-SERIE-NF TO NF-SERIE
              MOVE W-G-NUM-NF   TO NF-NUMERO
              READ ARQ-NOTA-FISCAL RECORD KEY IS NF-CHAVE

              IF WN-FILE-STATUS EQUAL TO "00"
                 AND NF-NUM-PEDIDO EQUAL TO W-G-NUM-PEDIDO
                 MOVE "S" TO W-G-NOTA-LOCAL
              END-IF

              MOVE "00" TO WN-FILE-STATUS
           END-IF.

      * TITULO EMITIDO NA COMPETENCIA SEM PEDIDO FATURADO NELA: LE O
      * PEDIDO PARA DIZER O MOTIVO.
       330-CONFERIR-TITULO-AVULSO.
           ADD W-G-VALOR-TITULOS TO W-TOTAL-TITULOS

           MOVE W-G-NUM-PEDIDO TO P-NUM-PEDIDO
           READ ARQ-PEDIDO RECORD KEY IS P-NUM-PEDIDO

           IF WP-FILE-STATUS NOT EQUAL TO "00"
              MOVE "TITULO SEM PEDIDO" TO W-OCORRENCIA
           ELSE
              MOVE P-STATUS-PEDIDO TO W-G-STATUS

              IF P-VALOR-FRETE NOT NUMERIC
                 MOVE ZEROS TO P-VALOR-FRETE
              END-IF

              COMPUTE W-G-VALOR-PEDIDO = P-VALOR-PEDIDO + P-VALOR-FRETE

              IF P-NUM-NF NOT NUMERIC
                 MOVE ZEROS TO P-NUM-NF
              END-IF

              MOVE P-NUM-NF TO W-G-NUM-NF

              EVALUATE TRUE
                WHEN PEDIDO-CANCELADO
                   MOVE "TITULO DE PEDIDO CANCELADO" TO W-OCORRENCIA
                WHEN P-NUM-NF EQUAL TO ZEROS
                WHEN NOT PEDIDO-FATURADO AND NOT PEDIDO-ENTREGUE
                   MOVE "TITULO DE PEDIDO NAO FATURADO"
                     TO W-OCORRENCIA
                WHEN OTHER
                   MOVE "TITULO EMITIDO FORA DO MES DA NOTA"
                     TO W-OCORRENCIA
              END-EVALUATE
           END-IF

           MOVE "00" TO WP-FILE-STATUS
           PERFORM 800-IMPRIMIR-OCORRENCIA.

      * CONFERE O TRAILER DE CADA ARQUIVO DE INTERFACE GERADO NA
      * COMPETENCIA CONTRA OS DETALHES QUE ELE REALMENTE CONTEM.
       400-CONFERIR-ARQUIVOS.
           MOVE SPACES TO REL-CONCILIACAO-LINHA
           WRITE REL-CONCILIACAO-LINHA
           MOVE "ARQUIVOS DE INTERFACE GERADOS NA COMPETENCIA"
             TO W-TS-TITULO
           WRITE REL-CONCILIACAO-LINHA FROM W-TITULO-SECAO
           WRITE REL-CONCILIACAO-LINHA FROM W-COLUNAS-ARQUIVO

           PERFORM 410-CONFERIR-UM-ARQUIVO
             VARYING W-IDX-ARQUIVO FROM 1 BY 1
               UNTIL W-IDX-ARQUIVO GREATER THAN W-QTD-ARQUIVOS.

       410-CONFERIR-UM-ARQUIVO.
           MOVE W-TA-DATA(W-IDX-ARQUIVO)(7:2) TO W-DA-DIA
           MOVE W-TA-DATA(W-IDX-ARQUIVO)(5:2) TO W-DA-MES
           MOVE W-TA-DATA(W-IDX-ARQUIVO)(1:4) TO W-DA-ANO
           MOVE W-TA-QTD-LIDA(W-IDX-ARQUIVO)     TO W-DA-QTD-LIDA
           MOVE W-TA-SOMA-LIDA(W-IDX-ARQUIVO)    TO W-DA-SOMA-LIDA
           MOVE W-TA-QTD-TRAILER(W-IDX-ARQUIVO)  TO W-DA-QTD-TRAILER
           MOVE W-TA-SOMA-TRAILER(W-IDX-ARQUIVO) TO W-DA-SOMA-TRAILER

           EVALUATE TRUE
             WHEN W-TA-SITUACAO(W-IDX-ARQUIVO) NOT EQUAL TO "T"
                MOVE "ARQUIVO SEM TRAILER" TO W-DA-SITUACAO
                ADD 1 TO W-QTD-OCORRENCIAS
             WHEN W-TA-QTD-LIDA(W-IDX-ARQUIVO) NOT EQUAL TO
                  W-TA-QTD-TRAILER(W-IDX-ARQUIVO)
             WHEN W-TA-SOMA-LIDA(W-IDX-ARQUIVO) NOT EQUAL TO
                  W-TA-SOMA-TRAILER(W-IDX-ARQUIVO)
                MOVE "TRAILER NAO CONFERE" TO W-DA-SITUACAO
                ADD 1 TO W-QTD-OCORRENCIAS
             WHEN OTHER
                MOVE "OK" TO W-DA-SITUACAO
           END-EVALUATE

           WRITE REL-CONCILIACAO-LINHA FROM W-DETALHE-ARQUIVO.

      * TOTAIS DE FECHAMENTO. A COMPETENCIA SO ESTA CONCILIADA SE O
      * FATURADO, OS TITULOS E O EXPORTADO CONFEREM E NAO HOUVE
      * NENHUMA OCORRENCIA.
       500-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-CONCILIACAO-LINHA
           WRITE REL-CONCILIACAO-LINHA
           MOVE "TOTAIS DE FECHAMENTO" TO W-TS-TITULO
           WRITE REL-CONCILIACAO-LINHA FROM W-TITULO-SECAO

           MOVE "PEDIDOS FATURADOS"        TO W-LQ-DESCRICAO
           MOVE W-QTD-FATURADOS            TO W-LQ-QUANTIDADE
           WRITE REL-CONCILIACAO-LINHA FROM W-LINHA-QUANTIDADE

           MOVE "VALOR FATURADO"           TO W-LT-DESCRICAO
           MOVE W-TOTAL-FATURADO           TO W-LT-VALOR
           WRITE REL-CONCILIACAO-LINHA FROM W-LINHA-TOTAL

           MOVE "VALOR DOS TITULOS EMITIDOS" TO W-LT-DESCRICAO
           MOVE W-TOTAL-TITULOS            TO W-LT-VALOR
           WRITE REL-CONCILIACAO-LINHA FROM W-LINHA-TOTAL

           MOVE "VALOR EXPORTADO AO ERP"   TO W-LT-DESCRICAO
           MOVE W-TOTAL-EXPORTADO          TO W-LT-VALOR
           WRITE REL-CONCILIACAO-LINHA FROM W-LINHA-TOTAL

           MOVE "OCORRENCIAS"              TO W-LQ-DESCRICAO
           MOVE W-QTD-OCORRENCIAS          TO W-LQ-QUANTIDADE
           WRITE REL-CONCILIACAO-LINHA FROM W-LINHA-QUANTIDADE

           IF W-QTD-OCORRENCIAS EQUAL TO ZEROS
              AND W-TOTAL-TITULOS EQUAL TO W-TOTAL-FATURADO
              AND W-TOTAL-EXPORTADO EQUAL TO W-TOTAL-FATURADO
              MOVE "C" TO W-SITUACAO
              MOVE "COMPETENCIA CONCILIADA - PODE SER FECHADA"
                TO W-MENSAGEM
           ELSE
              MOVE "D" TO W-SITUACAO
              MOVE "DIVERGENTE - A COMPETENCIA NAO PODE SER FECHADA"
                TO W-MENSAGEM
           END-IF

           MOVE SPACES TO REL-CONCILIACAO-LINHA
           WRITE REL-CONCILIACAO-LINHA
           MOVE W-MENSAGEM TO W-LS-SITUACAO
           WRITE REL-CONCILIACAO-LINHA FROM W-LINHA-SITUACAO.

      * GRAVA (OU REGRAVA) O RESULTADO DA COMPETENCIA NO ARQUIVO DE
      * CONCILIACAO; VALE SEMPRE A ULTIMA EXECUCAO.
       600-GRAVAR-RESULTADO.
           OPEN I-O ARQ-CONCILIACAO

           IF WC-FILE-STATUS NOT EQUAL "00"
              OPEN OUTPUT ARQ-CONCILIACAO
           END-IF

           MOVE W-ANO-MES-FILTRO          TO CO-ANO-MES
           MOVE W-SITUACAO                TO CO-SITUACAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO CO-DATA-CONCILIACAO
           MOVE W-USUARIO-SESSAO          TO CO-USUARIO
           MOVE W-QTD-FATURADOS           TO CO-QTD-FATURADOS
           MOVE W-TOTAL-FATURADO          TO CO-VALOR-FATURADO
           MOVE W-TOTAL-TITULOS           TO CO-VALOR-TITULOS
           MOVE W-TOTAL-EXPORTADO         TO CO-VALOR-EXPORTADO
           MOVE W-QTD-OCORRENCIAS         TO CO-QTD-OCORRENCIAS

           WRITE ARQ-CONCILIACAO-REG

           IF WC-FILE-STATUS EQUAL TO "22"
              REWRITE ARQ-CONCILIACAO-REG
           END-IF

           CLOSE ARQ-CONCILIACAO.

       800-IMPRIMIR-OCORRENCIA.
           MOVE W-G-NUM-PEDIDO      TO W-DO-NUM-PEDIDO
           MOVE W-G-NUM-NF          TO W-DO-NUM-NF
           MOVE W-G-STATUS          TO W-DO-STATUS
           MOVE W-G-VALOR-PEDIDO    TO W-DO-VALOR-PEDIDO
           MOVE W-G-VALOR-TITULOS   TO W-DO-VALOR-TITULOS
           MOVE W-G-QTD-EXPORTADO   TO W-DO-QTD-EXPORTADO
           MOVE W-G-VALOR-EXPORTADO TO W-DO-VALOR-EXPORT
           MOVE W-OCORRENCIA        TO W-DO-OCORRENCIA

           WRITE REL-CONCILIACAO-LINHA FROM W-DETALHE-OCORRENCIA

           ADD 1 TO W-QTD-OCORRENCIAS.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM REPORTCONCILIACAO.
