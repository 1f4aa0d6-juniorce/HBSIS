      *****************************************************************
      * FECHAMENTO MENSAL DE COMISSAO. PARA A COMPETENCIA INFORMADA, *
      * APURA A COMISSAO DE CADA VENDEDOR COM AS MESMAS REGRAS DO    *
      * DEMONSTRATIVO (PEDIDOS ENTREGUES DO MES MENOS AS NOTAS DE    *
      * CREDITO DE DEVOLUCAO LANCADAS NELE, PERCENTUAL DAS REGRAS DE *
      * COMISSAO OU O GLOBAL), CONGELA OS NUMEROS NO                 *
      * ARQUIVO DE FECHAMENTO (VER FECHAMENTOCOM.CPY) E EMITE UM     *
      * DEMONSTRATIVO INDIVIDUAL POR VENDEDOR (DEMCOMISSAOAAAAMMVVV).*
      * UMA COMPETENCIA JA FECHADA NAO E RECALCULADA: A OPCAO DE     *
      * REEMISSAO REPRODUZ OS DEMONSTRATIVOS A PARTIR DOS NUMEROS    *
      * CONGELADOS. RESTRITO A USUARIOS COM A PERMISSAO DE           *
      * PARAMETROS.                                                  *
      * SO FECHA COMPETENCIA CUJA CONCILIACAO DO FATURAMENTO (VER    *
      * REPORTCONCILIACAO) TENHA SAIDO CONCILIADA.                   *
      * NO LOTE NOTURNO (SESSAO EM MODO LOTE, VER SESSAO.CPY) RODA   *
      * SEM TELAS: FECHA A COMPETENCIA DO MES ANTERIOR A DATA DO     *
      * LOTE, NAO FAZ NADA SE ELA JA ESTIVER FECHADA, E DEVOLVE O    *
      * CONTROLE AO LOTE.                                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  RECORD  KEY   IS FC-CHAVE
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT ARQ-CONCILIACAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CO-ANO-MES
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WD-FILE-STATUS.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-NUM-NOTA
                  FILE STATUS   IS WN-FILE-STATUS.

           SELECT TB-PEDIDO     ASSIGN TO DISK.

       DATA DIVISION.
           VALUE OF FILE-ID IS 'cadFechamentoComissao'.
       COPY "FECHAMENTOCOM.CPY".

       FD  ARQ-CONCILIACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadConciliacao'.
       COPY "CONCILIACAO.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadDevolucao'.
       COPY "DEVOLUCAO.CPY".

       FD  ARQ-DEMONSTRATIVO
           LABEL RECORD IS STANDARD.
       01  ARQ-DEMONSTRATIVO-LINHA PIC X(080).
           03 TP-COD-VENDEDOR     PIC  9(003).
           03 TP-NUM-PEDIDO       PIC  9(007).
           03 TP-VALOR-PEDIDO     PIC  9(009)V9(002).
      * "P" PEDIDO ENTREGUE, "D" NOTA DE CREDITO DE DEVOLUCAO (VALOR
      * DA NOTA EM TP-VALOR-PEDIDO, PEDIDO DE ORIGEM EM
      * TP-NUM-PEDIDO).
           03 TP-TIPO-REG         PIC  X(001).

       WORKING-STORAGE SECTION.
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WF-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WD-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WN-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-CONFIRMA              PIC  X(001) VALUE SPACES.
       77 W-FIM-PEDIDO            PIC  X(001) VALUE SPACES.
       77 W-VENDEDOR-POSICAO      PIC  9(003) VALUE ZEROS.
       77 W-POSICIONADO           PIC  X(001) VALUE "N".
       77 W-FIM-FECHAMENTO        PIC  X(001) VALUE SPACES.
       77 W-PRIMEIRO-REGISTRO     PIC  X(001) VALUE "S".
       77 W-LABEL-DEM             PIC  X(030) VALUE SPACES.
       77 W-MES-FECHAR            PIC  9(002) VALUE ZEROS.
       77 W-ANO-FECHAR            PIC  9(004) VALUE ZEROS.
       77 W-PERIODO-FECHADO       PIC  X(001) VALUE "N".
       77 W-PERIODO-CONCILIADO    PIC  X(001) VALUE "N".

      * APURACAO DO VENDEDOR CORRENTE E TOTAIS GERAIS.
       77 W-VENDEDOR-ATUAL        PIC  9(003) VALUE ZEROS.
       77 W-COMISSAO-GERAL        PIC  9(011)V9(002) VALUE ZEROS.
       77 W-QTD-VENDEDORES        PIC  9(003) VALUE ZEROS.

      * DEVOLUCOES DA COMPETENCIA: SAEM DO VALOR DOS PEDIDOS ANTES DO
      * CALCULO; A BASE DA COMISSAO NAO FICA NEGATIVA.
       77 W-VALOR-DEVOLVIDO       PIC  9(011)V9(002) VALUE ZEROS.
       77 W-DEVOLVIDO-GERAL       PIC  9(011)V9(002) VALUE ZEROS.
       77 W-VALOR-LIQUIDO         PIC  9(011)V9(002) VALUE ZEROS.

      * RESOLUCAO DO PERCENTUAL, COMO NO DEMONSTRATIVO DE COMISSAO.
       77 W-PCT-COMISSAO          PIC  9(003)V9(002) VALUE ZEROS.
       77 W-PCT-EFETIVO           PIC  9(003)V9(002) VALUE ZEROS.
       77 W-ACHOU-REGRA           PIC  X(001) VALUE "N".
       77 W-NOME-VENDEDOR         PIC  X(040) VALUE SPACES.
       77 W-USUARIO-SESSAO        PIC  X(020) VALUE SPACES.
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".

       01  W-DEM-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
              "VALOR DOS PEDIDOS...:".
           03 W-DEM-T-VALOR       PIC  ZZZZZZZZZZ9,99.

       01  W-DEM-TOTAIS-5.
           03 FILLER              PIC  X(022) VALUE
              "DEVOLUCOES..........:".
           03 W-DEM-T-DEVOLVIDO   PIC  ZZZZZZZZZZ9,99.

       01  W-DEM-TOTAIS-3.
           03 FILLER              PIC  X(022) VALUE
              "PERCENTUAL APLICADO.:".
             "REEMITIR OS DEMONSTRATIVOS CONGELADOS?(S/N):".
          02 LINE 09 COL 55, PIC X TO W-CONFIRMA.

       01 MENSAGEM-NAO-CONCILIADA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "COMPETENCIA NAO CONCILIADA - FECHAMENTO NAO PERMITIDO".
          02 LINE 08 COL 10 VALUE
             "EXECUTE A CONCILIACAO DO FATURAMENTO DA COMPETENCIA.".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-FECHAMENTO-OK AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
       000-INICIO.
           PERFORM 005-VERIFICAR-PERMISSAO

           IF W-MODO-LOTE EQUAL TO "S"
              PERFORM 015-COMPETENCIA-LOTE
           ELSE
              DISPLAY TELA-FECHAMENTO
              ACCEPT  TELA-FECHAMENTO

              IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
                 CHAIN "MENU"
              END-IF
           END-IF

           COMPUTE W-ANO-MES-FILTRO = W-ANO-FECHAR * 100
           PERFORM 020-VERIFICAR-PERIODO

           IF W-PERIODO-FECHADO EQUAL TO "S"
              IF W-MODO-LOTE EQUAL TO "S"
                 GOBACK
              END-IF

              DISPLAY MENSAGEM-JA-FECHADA
              ACCEPT  MENSAGEM-JA-FECHADA

              CHAIN "MENU"
           END-IF

           PERFORM 025-VERIFICAR-CONCILIACAO

           IF W-PERIODO-CONCILIADO NOT EQUAL TO "S"
              IF W-MODO-LOTE EQUAL TO "S"
                 GOBACK
              END-IF

              DISPLAY MENSAGEM-NAO-CONCILIADA
              ACCEPT  MENSAGEM-NAO-CONCILIADA
              CHAIN "MENU"
           END-IF

           PERFORM 010-CARREGAR-PARAMETROS

           SORT TB-PEDIDO

           PERFORM 500-GRAVAR-MARCA-PERIODO

           IF W-MODO-LOTE EQUAL TO "S"
              GOBACK
           END-IF

           DISPLAY MENSAGEM-FECHAMENTO-OK
           ACCEPT  MENSAGEM-FECHAMENTO-OK


           MOVE SS-USUARIO TO W-USUARIO-SESSAO

           IF SS-MODO-LOTE EQUAL TO "S"
              MOVE "S" TO W-MODO-LOTE
           END-IF

           IF SS-PERM-PARAMETRO NOT EQUAL TO "S"
              DISPLAY MENSAGEM-SEM-PERMISSAO
              ACCEPT  MENSAGEM-SEM-PERMISSAO
              CHAIN "MENU"
           END-IF.

      * NO LOTE A COMPETENCIA E O MES ANTERIOR AO DA DATA DO LOTE
      * (O PASSO RODA NO PRIMEIRO DIA UTIL DO MES SEGUINTE).
       015-COMPETENCIA-LOTE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO W-ANO-FECHAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO W-MES-FECHAR

           IF W-MES-FECHAR EQUAL TO 1
              MOVE 12 TO W-MES-FECHAR
              SUBTRACT 1 FROM W-ANO-FECHAR
           ELSE
              SUBTRACT 1 FROM W-MES-FECHAR
           END-IF.

       010-CARREGAR-PARAMETROS.
           INITIALIZE ARQ-CONTROLE-REG


           MOVE "00" TO WF-FILE-STATUS.

      * O MES SO PODE SER FECHADO DEPOIS QUE A ULTIMA CONCILIACAO DO
      * FATURAMENTO DA COMPETENCIA SAIU CONCILIADA (VER
      * CONCILIACAO.CPY).
       025-VERIFICAR-CONCILIACAO.
           MOVE "N" TO W-PERIODO-CONCILIADO

           OPEN INPUT ARQ-CONCILIACAO

           IF WC-FILE-STATUS EQUAL TO "00"
              MOVE W-ANO-MES-FILTRO TO CO-ANO-MES
              READ ARQ-CONCILIACAO RECORD KEY IS CO-ANO-MES

              IF WC-FILE-STATUS EQUAL TO "00"
                 AND COMPETENCIA-CONCILIADA
                 MOVE "S" TO W-PERIODO-CONCILIADO
              END-IF

              CLOSE ARQ-CONCILIACAO
           END-IF

           MOVE "00" TO WC-FILE-STATUS.

       100-SELECIONAR-PEDIDOS.
           MOVE "N" TO W-FIM-PEDIDO

           IF WP-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-PEDIDO
           ELSE
              MOVE ZEROS TO W-VENDEDOR-POSICAO
              PERFORM 105-POSICIONAR-VENDEDOR
              PERFORM 106-AJUSTAR-POSICAO
           END-IF

           PERFORM 110-LER-PEDIDO UNTIL W-FIM-PEDIDO = "S"

           CLOSE ARQ-PEDIDO

           PERFORM 150-SELECIONAR-DEVOLUCOES.

      * OS PEDIDOS SAO LIDOS PELA CHAVE DE VENDEDOR E DATA: CADA
      * VENDEDOR E POSICIONADO NO PRIMEIRO DIA DA COMPETENCIA E LIDO
      * ATE O FIM DO MES, SEM PASSAR PELO HISTORICO DOS OUTROS MESES.
       105-POSICIONAR-VENDEDOR.
           MOVE W-VENDEDOR-POSICAO TO P-COD-VENDEDOR
           MOVE W-ANO-MES-FILTRO   TO P-DATA-PEDIDO(1:6)
           MOVE "01"               TO P-DATA-PEDIDO(7:2)

           START ARQ-PEDIDO KEY IS NOT LESS THAN P-CHAVE-VENDEDOR

           IF WP-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-PEDIDO
           ELSE
              READ ARQ-PEDIDO NEXT
                AT END MOVE "S" TO W-FIM-PEDIDO
              END-READ
           END-IF.

       106-AJUSTAR-POSICAO.
           MOVE "N" TO W-POSICIONADO

           PERFORM 107-CONFERIR-POSICAO
             UNTIL W-POSICIONADO = "S" OR W-FIM-PEDIDO = "S".

      * PEDIDO ANTERIOR A COMPETENCIA E O PRIMEIRO DE OUTRO VENDEDOR:
      * REPOSICIONA NO INICIO DO MES DELE. PEDIDO POSTERIOR ENCERRA O
      * VENDEDOR E PASSA PARA O SEGUINTE.
       107-CONFERIR-POSICAO.
           EVALUATE TRUE
             WHEN P-DATA-PEDIDO(1:6) LESS THAN W-ANO-MES-FILTRO
                MOVE P-COD-VENDEDOR TO W-VENDEDOR-POSICAO
                PERFORM 105-POSICIONAR-VENDEDOR
             WHEN P-DATA-PEDIDO(1:6) GREATER THAN W-ANO-MES-FILTRO
                IF P-COD-VENDEDOR EQUAL TO 999
                   MOVE "S" TO W-FIM-PEDIDO
                ELSE
                   COMPUTE W-VENDEDOR-POSICAO = P-COD-VENDEDOR + 1
                   PERFORM 105-POSICIONAR-VENDEDOR
                END-IF
             WHEN OTHER
                MOVE "S" TO W-POSICIONADO
           END-EVALUATE.

       110-LER-PEDIDO.
           IF P-DATA-PEDIDO(1:6) EQUAL TO W-ANO-MES-FILTRO
              MOVE P-COD-VENDEDOR TO TP-COD-VENDEDOR
              MOVE P-NUM-PEDIDO   TO TP-NUM-PEDIDO
              MOVE P-VALOR-PEDIDO TO TP-VALOR-PEDIDO
              MOVE "P"            TO TP-TIPO-REG
              RELEASE TP-PEDIDO-REG
           END-IF

           READ ARQ-PEDIDO NEXT
             AT END MOVE "S" TO W-FIM-PEDIDO
           END-READ

           PERFORM 106-AJUSTAR-POSICAO.

      * NOTAS DE CREDITO DE DEVOLUCAO CUJO DESCONTO NA COMISSAO CAIU
      * NESTA COMPETENCIA (VER DV-ANO-MES-COMISSAO EM DEVOLUCAO.CPY).
       150-SELECIONAR-DEVOLUCOES.
           MOVE "N" TO W-FIM-PEDIDO

           OPEN INPUT ARQ-DEVOLUCAO

           IF WN-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-PEDIDO
           ELSE
              MOVE LOW-VALUES TO DV-NUM-NOTA
              START ARQ-DEVOLUCAO KEY IS NOT LESS THAN DV-NUM-NOTA

              IF WN-FILE-STATUS NOT EQUAL "00"
                 MOVE "S" TO W-FIM-PEDIDO
              ELSE
                 READ ARQ-DEVOLUCAO NEXT
                   AT END MOVE "S" TO W-FIM-PEDIDO
                 END-READ
              END-IF
           END-IF

           PERFORM 160-LER-DEVOLUCAO UNTIL W-FIM-PEDIDO = "S"

           CLOSE ARQ-DEVOLUCAO
           MOVE "00" TO WN-FILE-STATUS.

       160-LER-DEVOLUCAO.
           IF DV-ANO-MES-COMISSAO EQUAL TO W-ANO-MES-FILTRO
              MOVE DV-COD-VENDEDOR TO TP-COD-VENDEDOR
              MOVE DV-NUM-PEDIDO   TO TP-NUM-PEDIDO
              MOVE DV-VALOR-NOTA   TO TP-VALOR-PEDIDO
              MOVE "D"             TO TP-TIPO-REG
              RELEASE TP-PEDIDO-REG
           END-IF

           READ ARQ-DEVOLUCAO NEXT
             AT END MOVE "S" TO W-FIM-PEDIDO
           END-READ.

       200-FECHAR-VENDEDORES.
              MOVE TP-COD-VENDEDOR TO W-VENDEDOR-ATUAL
           END-IF

           IF TP-TIPO-REG EQUAL TO "D"
              ADD TP-VALOR-PEDIDO TO W-VALOR-DEVOLVIDO,
                                     W-DEVOLVIDO-GERAL
           ELSE
              ADD 1               TO W-QTD-PEDIDOS, W-QTD-GERAL
              ADD TP-VALOR-PEDIDO TO W-VALOR-PEDIDOS, W-VALOR-GERAL
           END-IF

           RETURN TB-PEDIDO RECORD INTO TP-PEDIDO-REG
             AT END MOVE "S" TO W-FIM-PEDIDO
      * CONGELA OS NUMEROS DO VENDEDOR NO ARQUIVO DE FECHAMENTO E
      * EMITE O DEMONSTRATIVO INDIVIDUAL.
       300-FECHAR-UM-VENDEDOR.
           IF W-VALOR-DEVOLVIDO LESS THAN W-VALOR-PEDIDOS
              COMPUTE W-VALOR-LIQUIDO = W-VALOR-PEDIDOS
                                      - W-VALOR-DEVOLVIDO
           ELSE
              MOVE ZEROS TO W-VALOR-LIQUIDO
           END-IF

           PERFORM 310-BUSCAR-VENDEDOR
           PERFORM 320-RESOLVER-PERCENTUAL

           COMPUTE W-COMISSAO ROUNDED = W-VALOR-LIQUIDO
                                      * W-PCT-EFETIVO / 100
           ADD W-COMISSAO TO W-COMISSAO-GERAL

           MOVE W-COMISSAO       TO FC-VALOR-COMISSAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO FC-DATA-FECHAMENTO
           MOVE W-USUARIO-SESSAO TO FC-USUARIO
           MOVE W-VALOR-DEVOLVIDO TO FC-VALOR-DEVOLVIDO

           WRITE ARQ-FECHAMENTO-REG

           PERFORM 400-EMITIR-DEMONSTRATIVO

           ADD 1 TO W-QTD-VENDEDORES
           MOVE ZEROS TO W-QTD-PEDIDOS, W-VALOR-PEDIDOS,
                         W-VALOR-DEVOLVIDO.

       310-BUSCAR-VENDEDOR.
           MOVE SPACES TO W-NOME-VENDEDOR
              EVALUATE TRUE
                WHEN CR-TETO-FAIXA-1 EQUAL TO ZEROS
                   MOVE CR-PCT-FAIXA-1 TO W-PCT-EFETIVO
                WHEN W-VALOR-LIQUIDO NOT GREATER THAN CR-TETO-FAIXA-1
                   MOVE CR-PCT-FAIXA-1 TO W-PCT-EFETIVO
                WHEN CR-TETO-FAIXA-2 EQUAL TO ZEROS
                   MOVE CR-PCT-FAIXA-2 TO W-PCT-EFETIVO
                WHEN W-VALOR-LIQUIDO NOT GREATER THAN CR-TETO-FAIXA-2
                   MOVE CR-PCT-FAIXA-2 TO W-PCT-EFETIVO
                WHEN OTHER
                   MOVE CR-PCT-FAIXA-3 TO W-PCT-EFETIVO
           WRITE ARQ-DEMONSTRATIVO-LINHA FROM W-DEM-TOTAIS-1
           MOVE FC-VALOR-PEDIDOS  TO W-DEM-T-VALOR
           WRITE ARQ-DEMONSTRATIVO-LINHA FROM W-DEM-TOTAIS-2

           IF FC-VALOR-DEVOLVIDO NOT NUMERIC
              MOVE ZEROS TO FC-VALOR-DEVOLVIDO
           END-IF

           MOVE FC-VALOR-DEVOLVIDO TO W-DEM-T-DEVOLVIDO
           WRITE ARQ-DEMONSTRATIVO-LINHA FROM W-DEM-TOTAIS-5
           MOVE FC-PCT-APLICADO   TO W-DEM-T-PCT
           WRITE ARQ-DEMONSTRATIVO-LINHA FROM W-DEM-TOTAIS-3
           MOVE FC-VALOR-COMISSAO TO W-DEM-T-COMISSAO
           MOVE W-COMISSAO-GERAL TO FC-VALOR-COMISSAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO FC-DATA-FECHAMENTO
           MOVE W-USUARIO-SESSAO TO FC-USUARIO
           MOVE W-DEVOLVIDO-GERAL TO FC-VALOR-DEVOLVIDO

           WRITE ARQ-FECHAMENTO-REG

