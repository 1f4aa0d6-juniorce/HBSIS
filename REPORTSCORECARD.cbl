       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REPORTSCORECARD AS "REPORTSCORECARD".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * SCORECARD MENSAL DE VENDEDORES. PARA A COMPETENCIA           *
      * INFORMADA, APURA POR VENDEDOR ATIVO:                         *
      *   - ATINGIMENTO DA META (PEDIDOS DO MES, EXCETO CANCELADOS,  *
      *     CONTRA A META DE META.CPY);                              *
      *   - ADERENCIA AO ROTEIRO (VISITAS DO PLANO DE VISITAS NO MES *
      *     COM REGISTRO NO DIARIO DE VISITAS);                      *
      *   - TICKET MEDIO DOS PEDIDOS NAO CANCELADOS;                 *
      *   - CLIENTES DA CARTEIRA (DISTRIBUICAO VIGENTE) QUE COMPRARAM*
      *     NO MES X TAMANHO DA CARTEIRA;                            *
      *   - PERCENTUAL VENCIDO DO SALDO EM ABERTO DOS TITULOS DOS    *
      *     CLIENTES DA CARTEIRA, NO FIM DO MES (OU HOJE, NO MES     *
      *     CORRENTE);                                               *
      *   - PERCENTUAL DE PEDIDOS CANCELADOS.                        *
      * CADA INDICADOR VIRA UMA NOTA DE 0 A 100 (O TICKET CONTRA O   *
      * MAIOR TICKET DO MES) E A NOTA GERAL E A MEDIA PONDERADA PELOS*
      * PESOS DO REGISTRO DE CONTROLE (CTL-PESOS-SCORECARD).         *
      * INDICADOR SEM BASE NO MES FICA FORA DA MEDIA. IMPRIME O      *
      * RANKING DENTRO DE CADA REGIAO E O RANKING GERAL, E GRAVA O   *
      * ARQUIVO DO SCORECARD (VER SCORECARD.CPY) PARA O PACOTE       *
      * GERENCIAL DA REGIAO.                                         *
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
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WV-FILE-STATUS.

           SELECT ARQ-REGIAO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RG-COD-REGIAO
                  FILE STATUS   IS WG-FILE-STATUS.

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

           SELECT ARQ-META      ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS MT-CHAVE
                  FILE STATUS   IS WM-FILE-STATUS.

           SELECT ARQ-DISTRIBUICAO ASSIGN TO DISK
                  ORGANIZATION     IS INDEXED
                  ACCESS MODE      IS DYNAMIC
                  RECORD  KEY      IS D-CHAVE
                  FILE STATUS      IS WD-FILE-STATUS.

           SELECT ARQ-VISITA    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS VI-CHAVE
                  FILE STATUS   IS WA-FILE-STATUS.

           SELECT ARQ-VISITA-PLANO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS VP-CHAVE
                  FILE STATUS   IS WL-FILE-STATUS.

           SELECT ARQ-CONTROLE  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WK-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT ARQ-SCORECARD ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT REL-SCORECARD ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

           SELECT TB-SCORECARD  ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadRegiao'.
       COPY "REGIAO.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-META
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadMetaVendedor'.
       COPY "META.CPY".

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadDistribuicao'.
       COPY "DISTRIBUICAO.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVisita'.
       COPY "VISITA.CPY".

       FD  ARQ-VISITA-PLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVisitaPlanejada'.
       COPY "VISITAPLANO.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadControleDistribuicao'.
       COPY "CONTROLE.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       FD  ARQ-SCORECARD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadScorecard'.
       COPY "SCORECARD.CPY".

       FD  REL-SCORECARD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relScorecard'.
       01  REL-SCORECARD-LINHA    PIC  X(120).

       SD  TB-SCORECARD.
       01  TS-SCORECARD-REG.
      * REGIAO ZERADA NO RANKING GERAL.
           03 TS-COD-REGIAO       PIC  9(003).
           03 TS-POSICAO          PIC  9(003).
           03 TS-COD-VENDEDOR     PIC  9(003).

       WORKING-STORAGE SECTION.
       77 WV-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WM-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WD-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WA-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WK-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-CONFIRMA              PIC  X(001) VALUE SPACES.
       77 W-MENSAGEM              PIC  X(060) VALUE SPACES.
       77 W-COMPETENCIA-OK        PIC  X(001) VALUE "N".
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
       77 W-MES-RELATORIO         PIC  9(002) VALUE ZEROS.
       77 W-ANO-RELATORIO         PIC  9(004) VALUE ZEROS.
       77 W-ANO-MES-FILTRO        PIC  9(006) VALUE ZEROS.
       77 W-ANO-MES-SEGUINTE      PIC  9(006) VALUE ZEROS.
       77 W-DATA-HOJE             PIC  9(008) VALUE ZEROS.
      * DATA DE CORTE DO VENCIDO: PRIMEIRO DIA DO MES SEGUINTE A
      * COMPETENCIA, OU HOJE SE A COMPETENCIA AINDA NAO ACABOU.
       77 W-DATA-CORTE            PIC  9(008) VALUE ZEROS.
       77 W-FIM-LEITURA           PIC  X(001) VALUE "N".
       77 W-FIM-CLIENTE           PIC  X(001) VALUE "N".
       77 W-POSICIONADO           PIC  X(001) VALUE "N".
       77 W-VENDEDOR-POSICAO      PIC  9(003) VALUE ZEROS.
       77 W-IND-VENDEDOR          PIC  9(004) VALUE ZEROS.
       77 W-IND-OUTRO             PIC  9(004) VALUE ZEROS.
       77 W-CLIENTE-CORRENTE      PIC  9(007) VALUE ZEROS.
       77 W-ULTIMO-CLIENTE        PIC  9(007) VALUE ZEROS.
       77 W-ULTIMO-VENDEDOR       PIC  9(003) VALUE ZEROS.
       77 W-COMPROU               PIC  X(001) VALUE "N".
       77 W-USA-PLANO             PIC  X(001) VALUE "N".
       77 W-PRIMEIRO-REGISTRO     PIC  X(001) VALUE "S".
       77 W-REGIAO-ANTERIOR       PIC  9(003) VALUE ZEROS.
       77 W-MAIOR-TICKET          PIC  9(009)V9(002) VALUE ZEROS.
       77 W-QTD-VALIDOS           PIC  9(005) VALUE ZEROS.
       77 W-QTD-VENDEDORES        PIC  9(005) VALUE ZEROS.

      * PESOS EM VIGOR (OS DO REGISTRO DE CONTROLE OU O PADRAO).
       77 W-PESO-META             PIC  9(003) VALUE ZEROS.
       77 W-PESO-ADERENCIA        PIC  9(003) VALUE ZEROS.
       77 W-PESO-TICKET           PIC  9(003) VALUE ZEROS.
       77 W-PESO-COBERTURA        PIC  9(003) VALUE ZEROS.
       77 W-PESO-INADIMPLENCIA    PIC  9(003) VALUE ZEROS.
       77 W-PESO-CANCELAMENTO     PIC  9(003) VALUE ZEROS.

      * NOTAS DE 0 A 100 DO VENDEDOR CORRENTE E A MEDIA PONDERADA.
       77 W-NOTA-INDICADOR        PIC  9(003)V9(002) VALUE ZEROS.
       77 W-SOMA-PONTOS           PIC  9(007)V9(002) VALUE ZEROS.
       77 W-SOMA-PESOS            PIC  9(004) VALUE ZEROS.

      * INDICADORES POR VENDEDOR, INDEXADOS PELO PROPRIO CODIGO. SO
      * ENTRAM NO SCORECARD OS VENDEDORES ATIVOS (W-SC-ATIVO "S").
       01  W-TABELA-SCORECARD.
           03 W-SC-VENDEDOR       OCCURS 999 TIMES.
              05 W-SC-ATIVO           PIC X(001).
              05 W-SC-NOME            PIC X(030).
              05 W-SC-REGIAO          PIC 9(003).
              05 W-SC-META            PIC 9(011)V9(002).
              05 W-SC-REALIZADO       PIC 9(011)V9(002).
              05 W-SC-QTD-PEDIDOS     PIC 9(005).
              05 W-SC-QTD-CANCELADOS  PIC 9(005).
              05 W-SC-QTD-PLANEJADAS  PIC 9(005).
              05 W-SC-QTD-EXECUTADAS  PIC 9(005).
              05 W-SC-QTD-CARTEIRA    PIC 9(005).
              05 W-SC-QTD-COMPRADORES PIC 9(005).
              05 W-SC-VALOR-ABERTO    PIC 9(011)V9(002).
              05 W-SC-VALOR-VENCIDO   PIC 9(011)V9(002).
              05 W-SC-TEM-META        PIC X(001).
              05 W-SC-TEM-ADERENCIA   PIC X(001).
              05 W-SC-TEM-CARTEIRA    PIC X(001).
              05 W-SC-TEM-PEDIDO      PIC X(001).
              05 W-SC-PCT-META        PIC 9(005)V9(002).
              05 W-SC-PCT-ADERENCIA   PIC 9(003)V9(002).
              05 W-SC-TICKET          PIC 9(009)V9(002).
              05 W-SC-PCT-COBERTURA   PIC 9(003)V9(002).
              05 W-SC-PCT-INADIMPL    PIC 9(003)V9(002).
              05 W-SC-PCT-CANCEL      PIC 9(003)V9(002).
              05 W-SC-NOTA            PIC 9(003)V9(002).
              05 W-SC-POS-REGIAO      PIC 9(003).
              05 W-SC-POS-GERAL       PIC 9(003).

      * CAMPOS DE EDICAO DOS INDICADORES QUE PODEM SAIR "N/D".
       77 W-EDITA-PCT-META        PIC  ZZZZ9,99.
       77 W-EDITA-PCT             PIC  ZZ9,99.
       77 W-EDITA-TICKET          PIC  ZZZZZZZZ9,99.

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE
              "SCORECARD VENDEDORES".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relScorecard'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "SCORECARD MENSAL DE VENDEDORES".

       01  W-CABECALHO-3.
           03 FILLER              PIC  X(013) VALUE "COMPETENCIA: ".
           03 W-CAB-MES           PIC  99.
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-CAB-ANO           PIC  9999.

       01  W-LINHA-PESOS.
           03 FILLER              PIC  X(012) VALUE "PESOS: META".
           03 W-LP-META           PIC  ZZ9.
           03 FILLER              PIC  X(012) VALUE "  ADERENCIA".
           03 W-LP-ADERENCIA      PIC  ZZ9.
           03 FILLER              PIC  X(009) VALUE "  TICKET".
           03 W-LP-TICKET         PIC  ZZ9.
           03 FILLER              PIC  X(012) VALUE "  COBERTURA".
           03 W-LP-COBERTURA      PIC  ZZ9.
           03 FILLER              PIC  X(014) VALUE "  ADIMPLENCIA".
           03 W-LP-INADIMPLENCIA  PIC  ZZ9.
           03 FILLER              PIC  X(019) VALUE
              "  NAO CANCELAMENTO".
           03 W-LP-CANCELAMENTO   PIC  ZZ9.

       01  W-LINHA-LEGENDA.
           03 FILLER              PIC  X(051) VALUE
              "N/D = INDICADOR SEM BASE NO MES, FORA DA NOTA GERAL".

       01  W-TITULO-SECAO.
           03 FILLER              PIC  X(004) VALUE "*** ".
           03 W-TS-TITULO         PIC  X(050).

       01  W-LINHA-REGIAO.
           03 FILLER              PIC  X(008) VALUE "REGIAO: ".
           03 W-LR-CODIGO         PIC  ZZ9.
           03 FILLER              PIC  X(003) VALUE " - ".
           03 W-LR-NOME           PIC  X(030).

       01  W-COLUNAS.
           03 FILLER              PIC  X(005) VALUE "POS".
           03 FILLER              PIC  X(005) VALUE "VEND".
           03 FILLER              PIC  X(026) VALUE "NOME".
           03 FILLER              PIC  X(005) VALUE "REG".
           03 FILLER              PIC  X(010) VALUE "  ATING % ".
           03 FILLER              PIC  X(008) VALUE "ADER %  ".
           03 FILLER              PIC  X(014) VALUE
              "TICKET MEDIO  ".
           03 FILLER              PIC  X(013) VALUE
              "  COMPR/CART ".
           03 FILLER              PIC  X(008) VALUE "INAD %  ".
           03 FILLER              PIC  X(008) VALUE "CANC %  ".
           03 FILLER              PIC  X(009) VALUE "  NOTA   ".
           03 W-COL-OUTRA         PIC  X(006).

       01  W-DETALHE.
           03 W-D-POSICAO         PIC  ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-VENDEDOR        PIC  ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-NOME            PIC  X(025).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-REGIAO          PIC  ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-META            PIC  X(008).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-ADERENCIA       PIC  X(006).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-TICKET          PIC  X(012).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-COMPRADORES     PIC  ZZZZ9.
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-D-CARTEIRA        PIC  ZZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-INADIMPLENCIA   PIC  X(006).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-CANCELAMENTO    PIC  X(006).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-NOTA            PIC  ZZ9,99.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-D-OUTRA-POSICAO   PIC  ZZ9.

       01  W-RODAPE.
           03 FILLER              PIC  X(025) VALUE
              "VENDEDORES AVALIADOS....:".
           03 W-R-QTD             PIC  ZZZZ9.

       SCREEN SECTION.
       01 TELA-SCORECARD AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 24 VALUE "SCORECARD MENSAL DE VENDEDORES".
          02 LINE 07 COL 10 VALUE "MES DA COMPETENCIA (MM):".
          02 LINE 07 COL 35, PIC 99 USING W-MES-RELATORIO.
          02 LINE 08 COL 10 VALUE "ANO DA COMPETENCIA (AAAA):".
          02 LINE 08 COL 37, PIC 9999 USING W-ANO-RELATORIO.
          02 LINE 15 COL 10 "CONFIRMA IMPRESSAO DO RELATORIO?(S/N):".
          02 LINE 15 COL 49, PIC X TO W-CONFIRMA.
          02 LINE 17 COL 10, PIC X(060) FROM W-MENSAGEM.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-SESSAO

           IF W-MODO-LOTE EQUAL TO "S"
              PERFORM 015-COMPETENCIA-LOTE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:4) TO W-ANO-RELATORIO
              MOVE FUNCTION CURRENT-DATE(5:2) TO W-MES-RELATORIO
              PERFORM 010-SOLICITAR-COMPETENCIA
                UNTIL W-COMPETENCIA-OK = "S"
           END-IF

           COMPUTE W-ANO-MES-FILTRO = W-ANO-RELATORIO * 100
                                    + W-MES-RELATORIO

           PERFORM 020-DEFINIR-CORTE
           PERFORM 030-LER-PESOS

           PERFORM 100-CARREGAR-VENDEDORES
           PERFORM 200-ACUMULAR-PEDIDOS
           PERFORM 300-LER-METAS
           PERFORM 400-APURAR-CARTEIRAS
           PERFORM 500-APURAR-ADERENCIA
           PERFORM 600-CALCULAR-NOTAS
           PERFORM 650-CALCULAR-POSICOES

           PERFORM 700-IMPRIMIR-RELATORIO

           MOVE SPACES TO W-SPOOL-PARAMETROS
           STRING "COMPETENCIA "   DELIMITED BY SIZE
                  W-MES-RELATORIO  DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  W-ANO-RELATORIO  DELIMITED BY SIZE
             INTO W-SPOOL-PARAMETROS
           END-STRING

           PERFORM 900-REGISTRAR-SPOOL

           IF W-MODO-LOTE EQUAL TO "S"
              GOBACK
           END-IF

           CHAIN "MENU".

       005-LER-SESSAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           IF SS-MODO-LOTE EQUAL TO "S"
              MOVE "S" TO W-MODO-LOTE
           END-IF.

      * PEDE A COMPETENCIA ATE O MES SER VALIDO.
       010-SOLICITAR-COMPETENCIA.
           DISPLAY TELA-SCORECARD
           ACCEPT  TELA-SCORECARD

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
              CHAIN "MENU"
           END-IF

           MOVE "S"    TO W-COMPETENCIA-OK
           MOVE SPACES TO W-MENSAGEM

           IF W-MES-RELATORIO LESS THAN 1
              OR W-MES-RELATORIO GREATER THAN 12
              OR W-ANO-RELATORIO EQUAL TO ZEROS
              MOVE "N" TO W-COMPETENCIA-OK
              MOVE "COMPETENCIA INVALIDA." TO W-MENSAGEM
           END-IF.

      * NO LOTE A COMPETENCIA E O MES ANTERIOR AO DA DATA DO LOTE
      * (O PASSO RODA NO PRIMEIRO DIA UTIL DO MES SEGUINTE).
       015-COMPETENCIA-LOTE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO W-ANO-RELATORIO
           MOVE FUNCTION CURRENT-DATE(5:2) TO W-MES-RELATORIO

           IF W-MES-RELATORIO EQUAL TO 1
              MOVE 12 TO W-MES-RELATORIO
              SUBTRACT 1 FROM W-ANO-RELATORIO
           ELSE
              SUBTRACT 1 FROM W-MES-RELATORIO
           END-IF.

       020-DEFINIR-CORTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE

           IF W-MES-RELATORIO EQUAL TO 12
              COMPUTE W-ANO-MES-SEGUINTE =
                      (W-ANO-RELATORIO + 1) * 100 + 1
           ELSE
              COMPUTE W-ANO-MES-SEGUINTE = W-ANO-MES-FILTRO + 1
           END-IF

           COMPUTE W-DATA-CORTE = W-ANO-MES-SEGUINTE * 100 + 1

           IF W-DATA-CORTE GREATER THAN W-DATA-HOJE
              MOVE W-DATA-HOJE TO W-DATA-CORTE
           END-IF.

      * PESOS DO REGISTRO DE CONTROLE; ZERADOS (OU REGISTRO ANTIGO,
      * SEM O CAMPO) VALE O PADRAO.
       030-LER-PESOS.
           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WK-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF

           IF CTL-PESOS-SCORECARD NOT NUMERIC
              MOVE ZEROS TO CTL-PESOS-SCORECARD
           END-IF

           IF CTL-PESOS-SCORECARD EQUAL TO ZEROS
              MOVE 30 TO W-PESO-META
              MOVE 20 TO W-PESO-ADERENCIA
              MOVE 10 TO W-PESO-TICKET
              MOVE 20 TO W-PESO-COBERTURA
              MOVE 10 TO W-PESO-INADIMPLENCIA
              MOVE 10 TO W-PESO-CANCELAMENTO
           ELSE
              MOVE CTL-PESO-META          TO W-PESO-META
              MOVE CTL-PESO-ADERENCIA     TO W-PESO-ADERENCIA
              MOVE CTL-PESO-TICKET        TO W-PESO-TICKET
              MOVE CTL-PESO-COBERTURA     TO W-PESO-COBERTURA
              MOVE CTL-PESO-INADIMPLENCIA TO W-PESO-INADIMPLENCIA
              MOVE CTL-PESO-CANCELAMENTO  TO W-PESO-CANCELAMENTO
           END-IF.

      * CARREGA OS VENDEDORES ATIVOS NA TABELA, COM NOME E REGIAO.
       100-CARREGAR-VENDEDORES.
           INITIALIZE W-TABELA-SCORECARD
           MOVE "N" TO W-FIM-LEITURA

           OPEN INPUT ARQ-VENDEDOR

           IF WV-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-LEITURA
           ELSE
              MOVE LOW-VALUES TO COD-VENDEDOR
              START ARQ-VENDEDOR KEY IS NOT LESS THAN COD-VENDEDOR

              IF WV-FILE-STATUS NOT EQUAL TO "00"
                 MOVE "S" TO W-FIM-LEITURA
              ELSE
                 READ ARQ-VENDEDOR NEXT
                   AT END MOVE "S" TO W-FIM-LEITURA
                 END-READ
              END-IF
           END-IF

           PERFORM 110-GUARDAR-VENDEDOR UNTIL W-FIM-LEITURA = "S"

           CLOSE ARQ-VENDEDOR.

       110-GUARDAR-VENDEDOR.
           IF VENDEDOR-ATIVO AND COD-VENDEDOR GREATER THAN ZEROS
              MOVE COD-VENDEDOR        TO W-IND-VENDEDOR
              MOVE "S"                 TO W-SC-ATIVO(W-IND-VENDEDOR)
              MOVE NOME-VENDEDOR       TO W-SC-NOME(W-IND-VENDEDOR)
              MOVE COD-REGIAO-VENDEDOR TO W-SC-REGIAO(W-IND-VENDEDOR)
              ADD 1 TO W-QTD-VENDEDORES
           END-IF

           READ ARQ-VENDEDOR NEXT
             AT END MOVE "S" TO W-FIM-LEITURA
           END-READ.

      * PEDIDOS DO MES POR VENDEDOR: QUANTIDADE, CANCELADOS E VALOR
      * DOS NAO CANCELADOS.
       200-ACUMULAR-PEDIDOS.
           MOVE "N" TO W-FIM-LEITURA

           OPEN INPUT ARQ-PEDIDO

           IF WP-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-LEITURA
           ELSE
              MOVE ZEROS TO W-VENDEDOR-POSICAO
              PERFORM 205-POSICIONAR-VENDEDOR
              PERFORM 206-AJUSTAR-POSICAO
           END-IF

           PERFORM 210-LER-PEDIDO UNTIL W-FIM-LEITURA = "S"

           CLOSE ARQ-PEDIDO
           MOVE "00" TO WP-FILE-STATUS.

      * OS PEDIDOS SAO LIDOS PELA CHAVE DE VENDEDOR E DATA: CADA
      * VENDEDOR E POSICIONADO NO PRIMEIRO DIA DA COMPETENCIA E LIDO
      * ATE O FIM DO MES, SEM PASSAR PELO HISTORICO DOS OUTROS MESES.
       205-POSICIONAR-VENDEDOR.
           MOVE W-VENDEDOR-POSICAO TO P-COD-VENDEDOR
           MOVE W-ANO-MES-FILTRO   TO P-DATA-PEDIDO(1:6)
           MOVE "01"               TO P-DATA-PEDIDO(7:2)

           START ARQ-PEDIDO KEY IS NOT LESS THAN P-CHAVE-VENDEDOR

           IF WP-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-LEITURA
           ELSE
              READ ARQ-PEDIDO NEXT
                AT END MOVE "S" TO W-FIM-LEITURA
              END-READ
           END-IF.

       206-AJUSTAR-POSICAO.
           MOVE "N" TO W-POSICIONADO

           PERFORM 207-CONFERIR-POSICAO
             UNTIL W-POSICIONADO = "S" OR W-FIM-LEITURA = "S".

      * PEDIDO ANTERIOR A COMPETENCIA E O PRIMEIRO DE OUTRO VENDEDOR:
      * REPOSICIONA NO INICIO DO MES DELE. PEDIDO POSTERIOR ENCERRA O
      * VENDEDOR E PASSA PARA O SEGUINTE.
       207-CONFERIR-POSICAO.
           EVALUATE TRUE
             WHEN P-DATA-PEDIDO(1:6) LESS THAN W-ANO-MES-FILTRO
                MOVE P-COD-VENDEDOR TO W-VENDEDOR-POSICAO
                PERFORM 205-POSICIONAR-VENDEDOR
             WHEN P-DATA-PEDIDO(1:6) GREATER THAN W-ANO-MES-FILTRO
                IF P-COD-VENDEDOR EQUAL TO 999
                   MOVE "S" TO W-FIM-LEITURA
                ELSE
                   COMPUTE W-VENDEDOR-POSICAO = P-COD-VENDEDOR + 1
                   PERFORM 205-POSICIONAR-VENDEDOR
                END-IF
             WHEN OTHER
                MOVE "S" TO W-POSICIONADO
           END-EVALUATE.

       210-LER-PEDIDO.
           IF P-DATA-PEDIDO(1:6) EQUAL TO W-ANO-MES-FILTRO
              AND P-COD-VENDEDOR GREATER THAN ZEROS
              MOVE P-COD-VENDEDOR TO W-IND-VENDEDOR

              IF W-SC-ATIVO(W-IND-VENDEDOR) EQUAL TO "S"
                 MOVE "S" TO W-SC-TEM-PEDIDO(W-IND-VENDEDOR)
                 ADD 1 TO W-SC-QTD-PEDIDOS(W-IND-VENDEDOR)

                 IF PEDIDO-CANCELADO
                    ADD 1 TO W-SC-QTD-CANCELADOS(W-IND-VENDEDOR)
                 ELSE
                    ADD P-VALOR-PEDIDO
                     TO W-SC-REALIZADO(W-IND-VENDEDOR)
                 END-IF
              END-IF
           END-IF

           READ ARQ-PEDIDO NEXT
             AT END MOVE "S" TO W-FIM-LEITURA
           END-READ

           PERFORM 206-AJUSTAR-POSICAO.

      * METAS DA COMPETENCIA (VER META.CPY).
       300-LER-METAS.
           MOVE "N" TO W-FIM-LEITURA

           OPEN INPUT ARQ-META

           IF WM-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-LEITURA
           ELSE
              MOVE W-ANO-MES-FILTRO TO MT-ANO-MES
              MOVE ZEROS            TO MT-COD-VENDEDOR
              START ARQ-META KEY IS NOT LESS THAN MT-CHAVE

              IF WM-FILE-STATUS EQUAL TO "00"
                 READ ARQ-META NEXT RECORD
                   AT END MOVE "S" TO W-FIM-LEITURA
                 END-READ
              ELSE
                 MOVE "S" TO W-FIM-LEITURA
              END-IF
           END-IF

           PERFORM 310-GUARDAR-META UNTIL W-FIM-LEITURA = "S"

           CLOSE ARQ-META.

       310-GUARDAR-META.
           IF MT-ANO-MES NOT EQUAL TO W-ANO-MES-FILTRO
              MOVE "S" TO W-FIM-LEITURA
           ELSE
              IF MT-COD-VENDEDOR GREATER THAN ZEROS
                 AND MT-VALOR-META GREATER THAN ZEROS
                 MOVE MT-COD-VENDEDOR TO W-IND-VENDEDOR

                 IF W-SC-ATIVO(W-IND-VENDEDOR) EQUAL TO "S"
                    MOVE MT-VALOR-META TO W-SC-META(W-IND-VENDEDOR)
                    MOVE "S" TO W-SC-TEM-META(W-IND-VENDEDOR)
                 END-IF
              END-IF

              READ ARQ-META NEXT RECORD
                AT END MOVE "S" TO W-FIM-LEITURA
              END-READ
           END-IF.

      * CARTEIRA DE CADA VENDEDOR NA DISTRIBUICAO VIGENTE, CONTADA
      * POR CLIENTE (OS ENDERECOS DE UM MESMO CLIENTE VEM JUNTOS NA
      * CHAVE). PARA CADA CLIENTE, CONFERE SE COMPROU NA COMPETENCIA
      * E SOMA O SALDO EM ABERTO E O VENCIDO DOS TITULOS DELE.
       400-APURAR-CARTEIRAS.
           MOVE "N"   TO W-FIM-LEITURA
           MOVE ZEROS TO W-ULTIMO-CLIENTE, W-ULTIMO-VENDEDOR

           OPEN INPUT ARQ-PEDIDO
           OPEN INPUT ARQ-TITULO
           OPEN INPUT ARQ-DISTRIBUICAO

           IF WD-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-LEITURA
           ELSE
              MOVE LOW-VALUES TO D-CHAVE
              START ARQ-DISTRIBUICAO KEY IS NOT LESS THAN D-CHAVE

              IF WD-FILE-STATUS EQUAL "00"
                 READ ARQ-DISTRIBUICAO NEXT
                   AT END MOVE "S" TO W-FIM-LEITURA
                 END-READ
              ELSE
                 MOVE "S" TO W-FIM-LEITURA
              END-IF
           END-IF

           PERFORM 410-TRATAR-ATRIBUICAO UNTIL W-FIM-LEITURA = "S"

           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-TITULO
           CLOSE ARQ-PEDIDO
           MOVE "00" TO WD-FILE-STATUS, WT-FILE-STATUS, WP-FILE-STATUS.

       410-TRATAR-ATRIBUICAO.
           IF D-COD-VENDEDOR GREATER THAN ZEROS
              AND (D-COD-CLIENTE NOT EQUAL TO W-ULTIMO-CLIENTE
                   OR D-COD-VENDEDOR NOT EQUAL TO W-ULTIMO-VENDEDOR)
              MOVE D-COD-VENDEDOR TO W-IND-VENDEDOR

              IF W-SC-ATIVO(W-IND-VENDEDOR) EQUAL TO "S"
                 MOVE D-COD-CLIENTE TO W-CLIENTE-CORRENTE
                 MOVE "S" TO W-SC-TEM-CARTEIRA(W-IND-VENDEDOR)
                 ADD 1 TO W-SC-QTD-CARTEIRA(W-IND-VENDEDOR)

                 PERFORM 420-CONFERIR-COMPRA

                 IF W-COMPROU EQUAL TO "S"
                    ADD 1 TO W-SC-QTD-COMPRADORES(W-IND-VENDEDOR)
                 END-IF

                 PERFORM 430-SOMAR-TITULOS
              END-IF
           END-IF

           MOVE D-COD-CLIENTE  TO W-ULTIMO-CLIENTE
           MOVE D-COD-VENDEDOR TO W-ULTIMO-VENDEDOR

           READ ARQ-DISTRIBUICAO NEXT
             AT END MOVE "S" TO W-FIM-LEITURA
           END-READ.

      * O CLIENTE COMPROU SE TEM ALGUM PEDIDO NAO CANCELADO NA
      * COMPETENCIA, LIDO PELA CHAVE DE CLIENTE DO CADASTRO DE
      * PEDIDOS.
       420-CONFERIR-COMPRA.
           MOVE "N" TO W-COMPROU
           MOVE "N" TO W-FIM-CLIENTE

           MOVE W-CLIENTE-CORRENTE TO P-COD-CLIENTE
           START ARQ-PEDIDO KEY IS NOT LESS THAN P-COD-CLIENTE

           IF WP-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-CLIENTE
           ELSE
              READ ARQ-PEDIDO NEXT
                AT END MOVE "S" TO W-FIM-CLIENTE
              END-READ
           END-IF

           PERFORM 425-CONFERIR-UM-PEDIDO
             UNTIL W-FIM-CLIENTE = "S" OR W-COMPROU = "S".

       425-CONFERIR-UM-PEDIDO.
           IF P-COD-CLIENTE NOT EQUAL TO W-CLIENTE-CORRENTE
              MOVE "S" TO W-FIM-CLIENTE
           ELSE
              IF P-DATA-PEDIDO(1:6) EQUAL TO W-ANO-MES-FILTRO
                 AND NOT PEDIDO-CANCELADO
                 MOVE "S" TO W-COMPROU
              ELSE
                 READ ARQ-PEDIDO NEXT
                   AT END MOVE "S" TO W-FIM-CLIENTE
                 END-READ
              END-IF
           END-IF.

      * SALDO EM ABERTO DOS TITULOS DO CLIENTE E A PARTE DELE
      * VENCIDA ANTES DA DATA DE CORTE.
       430-SOMAR-TITULOS.
           MOVE "N" TO W-FIM-CLIENTE

           MOVE W-CLIENTE-CORRENTE TO TIT-COD-CLIENTE
           START ARQ-TITULO KEY IS NOT LESS THAN TIT-COD-CLIENTE

           IF WT-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-CLIENTE
           ELSE
              READ ARQ-TITULO NEXT
                AT END MOVE "S" TO W-FIM-CLIENTE
              END-READ
           END-IF

           PERFORM 435-SOMAR-UM-TITULO UNTIL W-FIM-CLIENTE = "S".

       435-SOMAR-UM-TITULO.
           IF TIT-COD-CLIENTE NOT EQUAL TO W-CLIENTE-CORRENTE
              MOVE "S" TO W-FIM-CLIENTE
           ELSE
              IF TITULO-ABERTO
                 AND TIT-VALOR GREATER THAN TIT-VALOR-PAGO
                 COMPUTE W-SC-VALOR-ABERTO(W-IND-VENDEDOR) =
                         W-SC-VALOR-ABERTO(W-IND-VENDEDOR)
                       + TIT-VALOR - TIT-VALOR-PAGO

                 IF TIT-DATA-VENCIMENTO LESS THAN W-DATA-CORTE
                    COMPUTE W-SC-VALOR-VENCIDO(W-IND-VENDEDOR) =
                            W-SC-VALOR-VENCIDO(W-IND-VENDEDOR)
                          + TIT-VALOR - TIT-VALOR-PAGO
                 END-IF
              END-IF

              READ ARQ-TITULO NEXT
                AT END MOVE "S" TO W-FIM-CLIENTE
              END-READ
           END-IF.

      * ADERENCIA DO MES: VISITAS PREVISTAS PARA O VENDEDOR NO PLANO
      * DE VISITAS DENTRO DA COMPETENCIA E QUANTAS DELAS TEM REGISTRO
      * NO DIARIO. SEM O PLANO (OU SEM VISITAS PREVISTAS NO MES, POR
      * JA TER SIDO SUBSTITUIDO POR UM PLANEJAMENTO MAIS NOVO), A
      * ADERENCIA FICA SEM BASE.
       500-APURAR-ADERENCIA.
           MOVE "S" TO W-USA-PLANO

           OPEN INPUT ARQ-VISITA-PLANO

           IF WL-FILE-STATUS NOT EQUAL TO "00"
              MOVE "N" TO W-USA-PLANO
           END-IF

           IF W-USA-PLANO EQUAL TO "S"
              OPEN INPUT ARQ-VISITA

              PERFORM 510-ADERENCIA-VENDEDOR
                VARYING W-IND-VENDEDOR FROM 1 BY 1
                  UNTIL W-IND-VENDEDOR GREATER THAN 999

              CLOSE ARQ-VISITA
              CLOSE ARQ-VISITA-PLANO
              MOVE "00" TO WA-FILE-STATUS, WL-FILE-STATUS
           END-IF.

       510-ADERENCIA-VENDEDOR.
           IF W-SC-ATIVO(W-IND-VENDEDOR) EQUAL TO "S"
              MOVE "N" TO W-FIM-LEITURA

              MOVE W-IND-VENDEDOR   TO VP-COD-VENDEDOR
              MOVE W-ANO-MES-FILTRO TO VP-DATA-VISITA(1:6)
              MOVE "01"             TO VP-DATA-VISITA(7:2)
              MOVE ZEROS            TO VP-COD-CLIENTE
              MOVE ZEROS            TO VP-NUM-ENDERECO
              START ARQ-VISITA-PLANO KEY IS NOT LESS THAN VP-CHAVE

              IF WL-FILE-STATUS EQUAL TO "00"
                 READ ARQ-VISITA-PLANO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-LEITURA
                 END-READ
              ELSE
                 MOVE "S" TO W-FIM-LEITURA
              END-IF

              PERFORM 515-CONFERIR-UMA-PREVISTA
                UNTIL W-FIM-LEITURA = "S"

              IF W-SC-QTD-PLANEJADAS(W-IND-VENDEDOR) GREATER THAN ZEROS
                 MOVE "S" TO W-SC-TEM-ADERENCIA(W-IND-VENDEDOR)
              END-IF
           END-IF.

       515-CONFERIR-UMA-PREVISTA.
           IF VP-COD-VENDEDOR NOT EQUAL TO W-IND-VENDEDOR
              OR VP-DATA-VISITA(1:6) NOT EQUAL TO W-ANO-MES-FILTRO
              MOVE "S" TO W-FIM-LEITURA
           ELSE
              ADD 1 TO W-SC-QTD-PLANEJADAS(W-IND-VENDEDOR)

              MOVE VP-COD-VENDEDOR TO VI-COD-VENDEDOR
              MOVE VP-DATA-VISITA  TO VI-DATA-VISITA
              MOVE VP-COD-CLIENTE  TO VI-COD-CLIENTE
              MOVE VP-NUM-ENDERECO TO VI-NUM-ENDERECO
              READ ARQ-VISITA RECORD KEY IS VI-CHAVE

              IF WA-FILE-STATUS EQUAL TO "00"
                 ADD 1 TO W-SC-QTD-EXECUTADAS(W-IND-VENDEDOR)
              END-IF

              READ ARQ-VISITA-PLANO NEXT RECORD
                AT END MOVE "S" TO W-FIM-LEITURA
              END-READ
           END-IF.

      * PRIMEIRO OS INDICADORES DE CADA VENDEDOR (E O MAIOR TICKET
      * DO MES, BASE DA NOTA DO TICKET); DEPOIS AS NOTAS.
       600-CALCULAR-NOTAS.
           MOVE ZEROS TO W-MAIOR-TICKET

           PERFORM 605-CALCULAR-INDICADORES
             VARYING W-IND-VENDEDOR FROM 1 BY 1
               UNTIL W-IND-VENDEDOR GREATER THAN 999

           PERFORM 610-CALCULAR-NOTA
             VARYING W-IND-VENDEDOR FROM 1 BY 1
               UNTIL W-IND-VENDEDOR GREATER THAN 999.

       605-CALCULAR-INDICADORES.
           IF W-SC-ATIVO(W-IND-VENDEDOR) EQUAL TO "S"
              IF W-SC-TEM-META(W-IND-VENDEDOR) EQUAL TO "S"
                 COMPUTE W-SC-PCT-META(W-IND-VENDEDOR) ROUNDED =
                         W-SC-REALIZADO(W-IND-VENDEDOR)
                       / W-SC-META(W-IND-VENDEDOR) * 100
              END-IF

              IF W-SC-TEM-ADERENCIA(W-IND-VENDEDOR) EQUAL TO "S"
                 COMPUTE W-SC-PCT-ADERENCIA(W-IND-VENDEDOR) ROUNDED =
                         W-SC-QTD-EXECUTADAS(W-IND-VENDEDOR)
                       / W-SC-QTD-PLANEJADAS(W-IND-VENDEDOR) * 100
              END-IF

              IF W-SC-TEM-PEDIDO(W-IND-VENDEDOR) EQUAL TO "S"
                 COMPUTE W-QTD-VALIDOS =
                         W-SC-QTD-PEDIDOS(W-IND-VENDEDOR)
                       - W-SC-QTD-CANCELADOS(W-IND-VENDEDOR)

                 IF W-QTD-VALIDOS GREATER THAN ZEROS
                    COMPUTE W-SC-TICKET(W-IND-VENDEDOR) ROUNDED =
                            W-SC-REALIZADO(W-IND-VENDEDOR)
                          / W-QTD-VALIDOS
                 END-IF

                 COMPUTE W-SC-PCT-CANCEL(W-IND-VENDEDOR) ROUNDED =
                         W-SC-QTD-CANCELADOS(W-IND-VENDEDOR)
                       / W-SC-QTD-PEDIDOS(W-IND-VENDEDOR) * 100

                 IF W-SC-TICKET(W-IND-VENDEDOR) GREATER THAN
                    W-MAIOR-TICKET
                    MOVE W-SC-TICKET(W-IND-VENDEDOR) TO W-MAIOR-TICKET
                 END-IF
              END-IF

              IF W-SC-TEM-CARTEIRA(W-IND-VENDEDOR) EQUAL TO "S"
                 COMPUTE W-SC-PCT-COBERTURA(W-IND-VENDEDOR) ROUNDED =
                         W-SC-QTD-COMPRADORES(W-IND-VENDEDOR)
                       / W-SC-QTD-CARTEIRA(W-IND-VENDEDOR) * 100

                 IF W-SC-VALOR-ABERTO(W-IND-VENDEDOR) GREATER THAN
                    ZEROS
                    COMPUTE W-SC-PCT-INADIMPL(W-IND-VENDEDOR) ROUNDED =
                            W-SC-VALOR-VENCIDO(W-IND-VENDEDOR)
                          / W-SC-VALOR-ABERTO(W-IND-VENDEDOR) * 100
                 END-IF
              END-IF
           END-IF.

      * NOTA GERAL: MEDIA DAS NOTAS DOS INDICADORES COM BASE NO MES,
      * PONDERADA PELOS PESOS EM VIGOR.
       610-CALCULAR-NOTA.
           IF W-SC-ATIVO(W-IND-VENDEDOR) EQUAL TO "S"
              MOVE ZEROS TO W-SOMA-PONTOS, W-SOMA-PESOS

              IF W-SC-TEM-META(W-IND-VENDEDOR) EQUAL TO "S"
                 IF W-SC-PCT-META(W-IND-VENDEDOR) GREATER THAN 100
                    MOVE 100 TO W-NOTA-INDICADOR
                 ELSE
                    MOVE W-SC-PCT-META(W-IND-VENDEDOR)
                      TO W-NOTA-INDICADOR
                 END-IF

                 COMPUTE W-SOMA-PONTOS = W-SOMA-PONTOS
                                       + W-NOTA-INDICADOR * W-PESO-META
                 ADD W-PESO-META TO W-SOMA-PESOS
              END-IF

              IF W-SC-TEM-ADERENCIA(W-IND-VENDEDOR) EQUAL TO "S"
                 COMPUTE W-SOMA-PONTOS = W-SOMA-PONTOS
                       + W-SC-PCT-ADERENCIA(W-IND-VENDEDOR)
                       * W-PESO-ADERENCIA
                 ADD W-PESO-ADERENCIA TO W-SOMA-PESOS
              END-IF

              IF W-SC-TEM-PEDIDO(W-IND-VENDEDOR) EQUAL TO "S"
                 MOVE ZEROS TO W-NOTA-INDICADOR

                 IF W-MAIOR-TICKET GREATER THAN ZEROS
                    COMPUTE W-NOTA-INDICADOR ROUNDED =
                            W-SC-TICKET(W-IND-VENDEDOR)
                          / W-MAIOR-TICKET * 100
                 END-IF

                 COMPUTE W-SOMA-PONTOS = W-SOMA-PONTOS
                       + W-NOTA-INDICADOR * W-PESO-TICKET
                       + (100 - W-SC-PCT-CANCEL(W-IND-VENDEDOR))
                       * W-PESO-CANCELAMENTO
                 ADD W-PESO-TICKET       TO W-SOMA-PESOS
                 ADD W-PESO-CANCELAMENTO TO W-SOMA-PESOS
              END-IF

              IF W-SC-TEM-CARTEIRA(W-IND-VENDEDOR) EQUAL TO "S"
                 COMPUTE W-SOMA-PONTOS = W-SOMA-PONTOS
                       + W-SC-PCT-COBERTURA(W-IND-VENDEDOR)
                       * W-PESO-COBERTURA
                       + (100 - W-SC-PCT-INADIMPL(W-IND-VENDEDOR))
                       * W-PESO-INADIMPLENCIA
                 ADD W-PESO-COBERTURA     TO W-SOMA-PESOS
                 ADD W-PESO-INADIMPLENCIA TO W-SOMA-PESOS
              END-IF

              IF W-SOMA-PESOS GREATER THAN ZEROS
                 COMPUTE W-SC-NOTA(W-IND-VENDEDOR) ROUNDED =
                         W-SOMA-PONTOS / W-SOMA-PESOS
              ELSE
                 MOVE ZEROS TO W-SC-NOTA(W-IND-VENDEDOR)
              END-IF
           END-IF.

      * POSICAO = 1 + QUANTOS VENDEDORES TEM NOTA MAIOR, NA REGIAO E
      * NO GERAL (NOTAS IGUAIS DIVIDEM A POSICAO).
       650-CALCULAR-POSICOES.
           PERFORM 660-POSICIONAR-VENDEDOR
             VARYING W-IND-VENDEDOR FROM 1 BY 1
               UNTIL W-IND-VENDEDOR GREATER THAN 999.

       660-POSICIONAR-VENDEDOR.
           IF W-SC-ATIVO(W-IND-VENDEDOR) EQUAL TO "S"
              MOVE 1 TO W-SC-POS-REGIAO(W-IND-VENDEDOR)
              MOVE 1 TO W-SC-POS-GERAL(W-IND-VENDEDOR)

              PERFORM 665-COMPARAR-NOTA
                VARYING W-IND-OUTRO FROM 1 BY 1
                  UNTIL W-IND-OUTRO GREATER THAN 999
           END-IF.

       665-COMPARAR-NOTA.
           IF W-SC-ATIVO(W-IND-OUTRO) EQUAL TO "S"
              AND W-SC-NOTA(W-IND-OUTRO) GREATER THAN
                  W-SC-NOTA(W-IND-VENDEDOR)
              ADD 1 TO W-SC-POS-GERAL(W-IND-VENDEDOR)

              IF W-SC-REGIAO(W-IND-OUTRO) EQUAL TO
                 W-SC-REGIAO(W-IND-VENDEDOR)
                 ADD 1 TO W-SC-POS-REGIAO(W-IND-VENDEDOR)
              END-IF
           END-IF.

       700-IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-SCORECARD
           OPEN OUTPUT ARQ-SCORECARD
           OPEN INPUT  ARQ-REGIAO

           MOVE W-MES-RELATORIO TO W-CAB-MES
           MOVE W-ANO-RELATORIO TO W-CAB-ANO

           WRITE REL-SCORECARD-LINHA FROM W-CABECALHO-1
           WRITE REL-SCORECARD-LINHA FROM W-CABECALHO-2
           WRITE REL-SCORECARD-LINHA FROM W-CABECALHO-3

           MOVE W-PESO-META          TO W-LP-META
           MOVE W-PESO-ADERENCIA     TO W-LP-ADERENCIA
           MOVE W-PESO-TICKET        TO W-LP-TICKET
           MOVE W-PESO-COBERTURA     TO W-LP-COBERTURA
           MOVE W-PESO-INADIMPLENCIA TO W-LP-INADIMPLENCIA
           MOVE W-PESO-CANCELAMENTO  TO W-LP-CANCELAMENTO
           WRITE REL-SCORECARD-LINHA FROM W-LINHA-PESOS
           WRITE REL-SCORECARD-LINHA FROM W-LINHA-LEGENDA

           SORT TB-SCORECARD
                ON ASCENDING KEY TS-COD-REGIAO
                                 TS-POSICAO
                                 TS-COD-VENDEDOR
                INPUT PROCEDURE 710-LIBERAR-POR-REGIAO
                OUTPUT PROCEDURE 720-IMPRIMIR-REGIOES

           SORT TB-SCORECARD
                ON ASCENDING KEY TS-POSICAO
                                 TS-COD-VENDEDOR
                INPUT PROCEDURE 730-LIBERAR-GERAL
                OUTPUT PROCEDURE 740-IMPRIMIR-GERAL

           MOVE SPACES TO REL-SCORECARD-LINHA
           WRITE REL-SCORECARD-LINHA
           MOVE W-QTD-VENDEDORES TO W-R-QTD
           WRITE REL-SCORECARD-LINHA FROM W-RODAPE

           CLOSE ARQ-REGIAO
           CLOSE ARQ-SCORECARD
           CLOSE REL-SCORECARD.

       710-LIBERAR-POR-REGIAO.
           PERFORM 715-LIBERAR-VENDEDOR-REGIAO
             VARYING W-IND-VENDEDOR FROM 1 BY 1
               UNTIL W-IND-VENDEDOR GREATER THAN 999.

       715-LIBERAR-VENDEDOR-REGIAO.
           IF W-SC-ATIVO(W-IND-VENDEDOR) EQUAL TO "S"
              MOVE W-SC-REGIAO(W-IND-VENDEDOR)     TO TS-COD-REGIAO
              MOVE W-SC-POS-REGIAO(W-IND-VENDEDOR) TO TS-POSICAO
              MOVE W-IND-VENDEDOR                  TO TS-COD-VENDEDOR
              RELEASE TS-SCORECARD-REG
           END-IF.

      * RANKING POR REGIAO, COM QUEBRA NA REGIAO. CADA LINHA VAI
      * TAMBEM PARA O ARQUIVO DO SCORECARD, NA MESMA ORDEM.
       720-IMPRIMIR-REGIOES.
           MOVE "N" TO W-FIM-LEITURA
           MOVE "S" TO W-PRIMEIRO-REGISTRO

           MOVE SPACES TO REL-SCORECARD-LINHA
           WRITE REL-SCORECARD-LINHA
           MOVE "RANKING POR REGIAO" TO W-TS-TITULO
           WRITE REL-SCORECARD-LINHA FROM W-TITULO-SECAO

           MOVE "GERAL" TO W-COL-OUTRA

           RETURN TB-SCORECARD RECORD INTO TS-SCORECARD-REG
             AT END MOVE "S" TO W-FIM-LEITURA
           END-RETURN

           PERFORM 725-IMPRIMIR-LINHA-REGIAO UNTIL W-FIM-LEITURA = "S".

       725-IMPRIMIR-LINHA-REGIAO.
           IF W-PRIMEIRO-REGISTRO EQUAL TO "S"
              OR TS-COD-REGIAO NOT EQUAL TO W-REGIAO-ANTERIOR
              MOVE "N"           TO W-PRIMEIRO-REGISTRO
              MOVE TS-COD-REGIAO TO W-REGIAO-ANTERIOR
              PERFORM 727-CABECALHO-REGIAO
           END-IF

           MOVE TS-COD-VENDEDOR TO W-IND-VENDEDOR
           PERFORM 750-MONTAR-DETALHE
           MOVE W-SC-POS-REGIAO(W-IND-VENDEDOR) TO W-D-POSICAO
           MOVE W-SC-POS-GERAL(W-IND-VENDEDOR)  TO W-D-OUTRA-POSICAO
           WRITE REL-SCORECARD-LINHA FROM W-DETALHE

           PERFORM 760-GRAVAR-SCORECARD

           RETURN TB-SCORECARD RECORD INTO TS-SCORECARD-REG
             AT END MOVE "S" TO W-FIM-LEITURA
           END-RETURN.

       727-CABECALHO-REGIAO.
           MOVE SPACES TO W-LR-NOME
           MOVE TS-COD-REGIAO TO W-LR-CODIGO
           MOVE TS-COD-REGIAO TO RG-COD-REGIAO
           READ ARQ-REGIAO RECORD KEY IS RG-COD-REGIAO

           IF WG-FILE-STATUS EQUAL TO "00"
              MOVE RG-NOME TO W-LR-NOME
           ELSE
              MOVE "** REGIAO NAO CADASTRADA **" TO W-LR-NOME
           END-IF

           MOVE SPACES TO REL-SCORECARD-LINHA
           WRITE REL-SCORECARD-LINHA
           WRITE REL-SCORECARD-LINHA FROM W-LINHA-REGIAO
           WRITE REL-SCORECARD-LINHA FROM W-COLUNAS.

       730-LIBERAR-GERAL.
           PERFORM 735-LIBERAR-VENDEDOR-GERAL
             VARYING W-IND-VENDEDOR FROM 1 BY 1
               UNTIL W-IND-VENDEDOR GREATER THAN 999.

       735-LIBERAR-VENDEDOR-GERAL.
           IF W-SC-ATIVO(W-IND-VENDEDOR) EQUAL TO "S"
              MOVE ZEROS                          TO TS-COD-REGIAO
              MOVE W-SC-POS-GERAL(W-IND-VENDEDOR) TO TS-POSICAO
              MOVE W-IND-VENDEDOR                 TO TS-COD-VENDEDOR
              RELEASE TS-SCORECARD-REG
           END-IF.

       740-IMPRIMIR-GERAL.
           MOVE "N" TO W-FIM-LEITURA

           MOVE SPACES TO REL-SCORECARD-LINHA
           WRITE REL-SCORECARD-LINHA
           MOVE "RANKING GERAL" TO W-TS-TITULO
           WRITE REL-SCORECARD-LINHA FROM W-TITULO-SECAO

           MOVE "REGIAO" TO W-COL-OUTRA
           MOVE SPACES TO REL-SCORECARD-LINHA
           WRITE REL-SCORECARD-LINHA
           WRITE REL-SCORECARD-LINHA FROM W-COLUNAS

           RETURN TB-SCORECARD RECORD INTO TS-SCORECARD-REG
             AT END MOVE "S" TO W-FIM-LEITURA
           END-RETURN

           PERFORM 745-IMPRIMIR-LINHA-GERAL UNTIL W-FIM-LEITURA = "S".

       745-IMPRIMIR-LINHA-GERAL.
           MOVE TS-COD-VENDEDOR TO W-IND-VENDEDOR
           PERFORM 750-MONTAR-DETALHE
           MOVE W-SC-POS-GERAL(W-IND-VENDEDOR)  TO W-D-POSICAO
           MOVE W-SC-POS-REGIAO(W-IND-VENDEDOR) TO W-D-OUTRA-POSICAO
           WRITE REL-SCORECARD-LINHA FROM W-DETALHE

           RETURN TB-SCORECARD RECORD INTO TS-SCORECARD-REG
             AT END MOVE "S" TO W-FIM-LEITURA
           END-RETURN.

      * LINHA DE DETALHE DO VENDEDOR W-IND-VENDEDOR; AS POSICOES
      * FICAM A CARGO DE QUEM CHAMA.
       750-MONTAR-DETALHE.
           MOVE W-IND-VENDEDOR              TO W-D-VENDEDOR
           MOVE W-SC-NOME(W-IND-VENDEDOR)   TO W-D-NOME
           MOVE W-SC-REGIAO(W-IND-VENDEDOR) TO W-D-REGIAO

           IF W-SC-TEM-META(W-IND-VENDEDOR) EQUAL TO "S"
              MOVE W-SC-PCT-META(W-IND-VENDEDOR) TO W-EDITA-PCT-META
              MOVE W-EDITA-PCT-META TO W-D-META
           ELSE
              MOVE "     N/D" TO W-D-META
           END-IF

           IF W-SC-TEM-ADERENCIA(W-IND-VENDEDOR) EQUAL TO "S"
              MOVE W-SC-PCT-ADERENCIA(W-IND-VENDEDOR) TO W-EDITA-PCT
              MOVE W-EDITA-PCT TO W-D-ADERENCIA
           ELSE
              MOVE "   N/D" TO W-D-ADERENCIA
           END-IF

           IF W-SC-TEM-PEDIDO(W-IND-VENDEDOR) EQUAL TO "S"
              MOVE W-SC-TICKET(W-IND-VENDEDOR) TO W-EDITA-TICKET
              MOVE W-EDITA-TICKET TO W-D-TICKET
              MOVE W-SC-PCT-CANCEL(W-IND-VENDEDOR) TO W-EDITA-PCT
              MOVE W-EDITA-PCT TO W-D-CANCELAMENTO
           ELSE
              MOVE "         N/D" TO W-D-TICKET
              MOVE "   N/D" TO W-D-CANCELAMENTO
           END-IF

           MOVE W-SC-QTD-COMPRADORES(W-IND-VENDEDOR) TO W-D-COMPRADORES
           MOVE W-SC-QTD-CARTEIRA(W-IND-VENDEDOR)    TO W-D-CARTEIRA

           IF W-SC-TEM-CARTEIRA(W-IND-VENDEDOR) EQUAL TO "S"
              MOVE W-SC-PCT-INADIMPL(W-IND-VENDEDOR) TO W-EDITA-PCT
              MOVE W-EDITA-PCT TO W-D-INADIMPLENCIA
           ELSE
              MOVE "   N/D" TO W-D-INADIMPLENCIA
           END-IF

           MOVE W-SC-NOTA(W-IND-VENDEDOR) TO W-D-NOTA.

       760-GRAVAR-SCORECARD.
           INITIALIZE ARQ-SCORECARD-REG

           MOVE W-ANO-MES-FILTRO                TO SC-ANO-MES
           MOVE W-SC-REGIAO(W-IND-VENDEDOR)     TO SC-COD-REGIAO
           MOVE W-SC-POS-REGIAO(W-IND-VENDEDOR) TO SC-POSICAO-REGIAO
           MOVE W-SC-POS-GERAL(W-IND-VENDEDOR)  TO SC-POSICAO-GERAL
           MOVE W-IND-VENDEDOR                  TO SC-COD-VENDEDOR
           MOVE W-SC-NOME(W-IND-VENDEDOR)       TO SC-NOME-VENDEDOR
           MOVE W-SC-PCT-META(W-IND-VENDEDOR)   TO SC-PCT-META
           MOVE W-SC-PCT-ADERENCIA(W-IND-VENDEDOR)
             TO SC-PCT-ADERENCIA
           MOVE W-SC-TICKET(W-IND-VENDEDOR)     TO SC-TICKET-MEDIO
           MOVE W-SC-QTD-COMPRADORES(W-IND-VENDEDOR)
             TO SC-QTD-COMPRADORES
           MOVE W-SC-QTD-CARTEIRA(W-IND-VENDEDOR) TO SC-QTD-CARTEIRA
           MOVE W-SC-PCT-INADIMPL(W-IND-VENDEDOR)
             TO SC-PCT-INADIMPLENCIA
           MOVE W-SC-PCT-CANCEL(W-IND-VENDEDOR) TO SC-PCT-CANCELAMENTO
           MOVE W-SC-NOTA(W-IND-VENDEDOR)       TO SC-NOTA
           MOVE W-SC-TEM-META(W-IND-VENDEDOR)   TO SC-TEM-META
           MOVE W-SC-TEM-ADERENCIA(W-IND-VENDEDOR) TO SC-TEM-ADERENCIA
           MOVE W-SC-TEM-CARTEIRA(W-IND-VENDEDOR)  TO SC-TEM-CARTEIRA
           MOVE W-SC-TEM-PEDIDO(W-IND-VENDEDOR)    TO SC-TEM-PEDIDO

           WRITE ARQ-SCORECARD-REG.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM REPORTSCORECARD.
