       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REPORTLIBERACAO AS "REPORTLIBERACAO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * LIBERACOES DE LIMITE POR SUPERVISOR: A PARTIR DO LOG DE      *
      * LIBERACOES (VER LIBERACAO.CPY), QUANTAS VEZES CADA           *
      * SUPERVISOR LIBEROU PEDIDO ACIMA DO LIMITE DE CREDITO, DO     *
      * DESCONTO DA CLASSE OU COM O CLIENTE BLOQUEADO NA COBRANCA,   *
      * POR VENDEDOR E CLIENTE, NO PERIODO DA LIBERACAO (DATA FINAL *
      * ZERADA = SEM LIMITE). PARA CADA PEDIDO LIBERADO MOSTRA COMO  *
      * ELE TERMINOU: PAGO EM DIA (TODOS OS TITULOS QUITADOS SEM     *
      * PAGAMENTO APOS O VENCIMENTO), EM ATRASO (TITULO VENCIDO EM   *
      * ABERTO OU PAGO DEPOIS DO VENCIMENTO), CANCELADO, OU AINDA EM *
      * ABERTO (NAO FATURADO OU A VENCER). O PEDIDO CONTA UMA VEZ    *
      * POR SUPERVISOR QUE O LIBEROU, POR MAIS LIBERACOES QUE TENHA. *
      * O EXCESSO DE CREDITO E A SOMA DO QUE AS LIBERACOES DE        *
      * CREDITO PASSARAM DO LIMITE DO CLIENTE.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LIBERACAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS LB-CHAVE
                  FILE STATUS   IS WQ-FILE-STATUS.

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
                  FILE STATUS   IS WB-FILE-STATUS.

           SELECT ARQ-MOVTITULO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WM-FILE-STATUS.

           SELECT ARQ-USUARIO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS US-CODIGO
                  FILE STATUS   IS WU-FILE-STATUS.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WV-FILE-STATUS.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT TB-LIBERACAO  ASSIGN TO DISK.

           SELECT REL-LIBERACAO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LIBERACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadLiberacao'.
       COPY "LIBERACAO.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-MOVTITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'movTitulo'.
       COPY "MOVTITULO.CPY".

       FD  ARQ-USUARIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadUsuario'.
       COPY "USUARIO.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

      * TL-SITUACAO E A SITUACAO DO PEDIDO, APURADA ANTES DO SORT:
      * "P" PAGO EM DIA, "A" EM ATRASO, "C" CANCELADO, "E" EM ABERTO.
       SD  TB-LIBERACAO.
       01  TL-LIBERACAO-REG.
           03 TL-USUARIO          PIC  X(020).
           03 TL-COD-VENDEDOR     PIC  9(003).
           03 TL-COD-CLIENTE      PIC  9(007).
           03 TL-NUM-PEDIDO       PIC  9(007).
           03 TL-SEQ              PIC  9(003).
           03 TL-TIPO             PIC  X(001).
           03 TL-VALOR-LIMITE     PIC  9(011)V9(002).
           03 TL-VALOR-EXCEDIDO   PIC  9(011)V9(002).
           03 TL-SITUACAO         PIC  X(001).

       FD  REL-LIBERACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relLiberacao'.
       01  REL-LIBERACAO-LINHA    PIC  X(080).

       WORKING-STORAGE SECTION.
       77 WQ-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WB-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WM-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WU-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WV-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-FIM-ARQUIVO           PIC  X(001) VALUE "N".
       77 W-FIM-TITULO            PIC  X(001) VALUE "N".
       77 W-FIM-LIBERACAO         PIC  X(001) VALUE "N".
       77 W-DATA-FINAL-EFETIVA    PIC  9(008) VALUE ZEROS.
       77 W-DATA-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-DATA-LIBERACAO        PIC  9(008) VALUE ZEROS.
      * "S" QUANDO A LINHA DO LOG CORRENTE ENTRA NO RELATORIO:
      * LIBERADA (COM USUARIO) E DENTRO DO PERIODO.
       77 W-SELECIONADA           PIC  X(001) VALUE "N".
       77 W-PRIMEIRO-REGISTRO     PIC  X(001) VALUE "S".
       77 W-SUPERVISOR-ATUAL      PIC  X(020) VALUE SPACES.
       77 W-VENDEDOR-ATUAL        PIC  9(003) VALUE ZEROS.
       77 W-CLIENTE-ATUAL         PIC  9(007) VALUE ZEROS.
       77 W-PEDIDO-ATUAL          PIC  9(007) VALUE ZEROS.
       77 W-RAZAO-ATUAL           PIC  X(040) VALUE SPACES.
       77 W-SITUACAO              PIC  X(001) VALUE SPACES.

      * PEDIDOS LIBERADOS NO PERIODO, NA ORDEM DO LOG (NUMERO DO
      * PEDIDO), COM A MARCA DE PAGAMENTO APOS O VENCIMENTO E A
      * SITUACAO APURADA. PEDIDO ALEM DA CAPACIDADE DA TABELA SAI
      * COMO EM ABERTO.
       77 W-QTD-PEDIDOS           PIC  9(004) VALUE ZEROS.
       77 W-IND-PEDIDO            PIC  9(005) VALUE ZEROS.
       77 W-QTD-TIT-VALIDOS       PIC  9(003) VALUE ZEROS.
       77 W-QTD-TIT-QUITADOS      PIC  9(003) VALUE ZEROS.
       77 W-TEM-VENCIDO           PIC  X(001) VALUE "N".
       01  W-TABELA-PEDIDOS.
           03 W-PEDIDO-LIB        OCCURS 9999 TIMES
                                  INDEXED BY W-IDX-PEDIDO.
              05 W-PL-NUM-PEDIDO      PIC 9(007).
              05 W-PL-PAGO-ATRASO     PIC X(001).
              05 W-PL-SITUACAO        PIC X(001).

      * ACUMULADORES POR NIVEL: 1 CLIENTE, 2 VENDEDOR, 3 SUPERVISOR,
      * 4 TOTAL GERAL. AO FECHAR UM NIVEL ELE E SOMADO NO SEGUINTE.
       77 W-NIVEL                 PIC  9(001) VALUE ZEROS.
       77 W-NIVEL-SEGUINTE        PIC  9(001) VALUE ZEROS.
       01  W-TABELA-NIVEIS.
           03 W-NIVEL-TOTAL       OCCURS 4 TIMES.
              05 W-NV-CREDITO     PIC  9(005).
              05 W-NV-DESCONTO    PIC  9(005).
              05 W-NV-COBRANCA    PIC  9(005).
              05 W-NV-RETIDO      PIC  9(005).
              05 W-NV-PEDIDOS     PIC  9(005).
              05 W-NV-EM-DIA      PIC  9(005).
              05 W-NV-ATRASO      PIC  9(005).
              05 W-NV-CANCELADO   PIC  9(005).
              05 W-NV-ABERTO      PIC  9(005).
              05 W-NV-EXCESSO     PIC  9(013)V9(002).

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "LIBERACOES DE LIMITE POR SUPERVISOR".

       01  W-CABECALHO-3.
           03 FILLER              PIC  X(009) VALUE "PERIODO:".
           03 W-CAB-DATA-INICIAL  PIC  99999999.
           03 FILLER              PIC  X(003) VALUE " A ".
           03 W-CAB-DATA-FINAL    PIC  99999999.

       01  W-LEGENDA-1.
           03 FILLER              PIC  X(040) VALUE
              "LIBERACOES: CRED CREDITO, DESC DESCONTO,".
           03 FILLER              PIC  X(040) VALUE
              " COBR COBRANCA, RET. RETIDO SEM MOTIVO".

       01  W-LEGENDA-2.
           03 FILLER              PIC  X(040) VALUE
              "PEDIDOS...: PEDS LIBERADOS, EMDIA PAGOS ".
           03 FILLER              PIC  X(040) VALUE
              "EM DIA, ATRAS, CANC., ABERT (A VENCER)".

       01  W-LINHA-SUPERVISOR.
           03 FILLER              PIC  X(012) VALUE "SUPERVISOR:".
           03 W-LS-CODIGO         PIC  X(020).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-LS-NOME           PIC  X(040).

       01  W-LINHA-VENDEDOR.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(010) VALUE "VENDEDOR:".
           03 W-LV-CODIGO         PIC  ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-LV-NOME           PIC  X(040).

       01  W-COLUNAS.
           03 FILLER              PIC  X(030) VALUE
              "  CLIENTE".
           03 FILLER              PIC  X(005) VALUE " CRED".
           03 FILLER              PIC  X(005) VALUE " DESC".
           03 FILLER              PIC  X(005) VALUE " COBR".
           03 FILLER              PIC  X(005) VALUE " RET.".
           03 FILLER              PIC  X(005) VALUE " PEDS".
           03 FILLER              PIC  X(006) VALUE " EMDIA".
           03 FILLER              PIC  X(006) VALUE " ATRAS".
           03 FILLER              PIC  X(006) VALUE " CANC.".
           03 FILLER              PIC  X(006) VALUE " ABERT".

       01  W-DETALHE.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-CLIENTE         PIC  ZZZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-NOME            PIC  X(020).
           03 W-D-CREDITO         PIC  ZZZZ9.
           03 W-D-DESCONTO        PIC  ZZZZ9.
           03 W-D-COBRANCA        PIC  ZZZZ9.
           03 W-D-RETIDO          PIC  ZZZZ9.
           03 W-D-PEDIDOS         PIC  ZZZZ9.
           03 W-D-EM-DIA          PIC  ZZZZZ9.
           03 W-D-ATRASO          PIC  ZZZZZ9.
           03 W-D-CANCELADO       PIC  ZZZZZ9.
           03 W-D-ABERTO          PIC  ZZZZZ9.

       01  W-LINHA-EXCESSO.
           03 FILLER              PIC  X(010) VALUE SPACES.
           03 FILLER              PIC  X(030) VALUE
              "EXCESSO DE CREDITO LIBERADO..:".
           03 W-LE-EXCESSO        PIC  ZZZZZZZZZZZZ9,99.

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE "LIBERACOES LIMITE".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relLiberacao'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       LINKAGE SECTION.
       01  L-DATA-INICIAL         PIC  9(008).
       01  L-DATA-FINAL           PIC  9(008).

       PROCEDURE DIVISION USING L-DATA-INICIAL, L-DATA-FINAL.
       000-INICIO.
      * DATA FINAL ZERADA SIGNIFICA "SEM LIMITE SUPERIOR".
           IF L-DATA-FINAL EQUAL TO ZEROS
              MOVE 99999999 TO W-DATA-FINAL-EFETIVA
           ELSE
              MOVE L-DATA-FINAL TO W-DATA-FINAL-EFETIVA
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE

           PERFORM 050-CARREGAR-PEDIDOS
           PERFORM 060-MARCAR-PAGAMENTOS
           PERFORM 070-APURAR-SITUACOES

           SORT TB-LIBERACAO
                ON ASCENDING KEY TL-USUARIO
                                 TL-COD-VENDEDOR
                                 TL-COD-CLIENTE
                                 TL-NUM-PEDIDO
                                 TL-SEQ
                INPUT PROCEDURE 100-SELECIONAR-LIBERACOES
                OUTPUT PROCEDURE 200-IMPRIMIR-RELATORIO

           STRING "PERIODO " L-DATA-INICIAL " A " L-DATA-FINAL
                  DELIMITED BY SIZE INTO W-SPOOL-PARAMETROS
           PERFORM 900-REGISTRAR-SPOOL

           CHAIN "MENU".

      * PRIMEIRA LEITURA DO LOG: OS PEDIDOS COM LIBERACAO NO PERIODO,
      * UM POR NUMERO. O LOG E LIDO NA ORDEM DA CHAVE, ENTAO AS
      * LIBERACOES DE UM PEDIDO VEM JUNTAS E A TABELA SAI EM ORDEM.
       050-CARREGAR-PEDIDOS.
           MOVE ZEROS TO W-QTD-PEDIDOS
           MOVE "N"   TO W-FIM-LIBERACAO

           OPEN INPUT ARQ-LIBERACAO

           IF WQ-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-LIBERACAO
           ELSE
              READ ARQ-LIBERACAO NEXT RECORD
                AT END MOVE "S" TO W-FIM-LIBERACAO
              END-READ
           END-IF

           PERFORM 055-CARREGAR-UM-PEDIDO UNTIL W-FIM-LIBERACAO = "S"

           CLOSE ARQ-LIBERACAO.

       055-CARREGAR-UM-PEDIDO.
           PERFORM 150-VERIFICAR-SELECAO

           IF W-SELECIONADA EQUAL TO "S"
              AND W-QTD-PEDIDOS LESS THAN 9999
              IF W-QTD-PEDIDOS EQUAL TO ZEROS
                 OR LB-NUM-PEDIDO NOT EQUAL TO
                    W-PL-NUM-PEDIDO(W-QTD-PEDIDOS)
                 ADD  1             TO W-QTD-PEDIDOS
                 MOVE LB-NUM-PEDIDO TO W-PL-NUM-PEDIDO(W-QTD-PEDIDOS)
                 MOVE "N"           TO W-PL-PAGO-ATRASO(W-QTD-PEDIDOS)
                 MOVE "E"           TO W-PL-SITUACAO(W-QTD-PEDIDOS)
              END-IF
           END-IF

           READ ARQ-LIBERACAO NEXT RECORD
             AT END MOVE "S" TO W-FIM-LIBERACAO
           END-READ.

      * PAGAMENTOS DO RAZAO DO CONTAS A RECEBER SOBRE TITULOS DOS
      * PEDIDOS LIBERADOS: PAGAMENTO COM DATA APOS O VENCIMENTO DA
      * PARCELA MARCA O PEDIDO COMO PAGO EM ATRASO.
       060-MARCAR-PAGAMENTOS.
           IF W-QTD-PEDIDOS GREATER THAN ZEROS
              MOVE "N" TO W-FIM-ARQUIVO

              OPEN INPUT ARQ-TITULO
              OPEN INPUT ARQ-MOVTITULO

              IF WM-FILE-STATUS NOT EQUAL "00"
                 OR WB-FILE-STATUS NOT EQUAL "00"
                 MOVE "S" TO W-FIM-ARQUIVO
              ELSE
                 READ ARQ-MOVTITULO
                   AT END MOVE "S" TO W-FIM-ARQUIVO
                 END-READ
              END-IF

              PERFORM 065-CONFERIR-MOVIMENTO UNTIL W-FIM-ARQUIVO = "S"

              CLOSE ARQ-MOVTITULO
              CLOSE ARQ-TITULO
           END-IF.

       065-CONFERIR-MOVIMENTO.
           IF MOVIMENTO-PAGAMENTO
              SET W-IDX-PEDIDO TO 1
              SEARCH W-PEDIDO-LIB
                 AT END
                    CONTINUE
                 WHEN W-IDX-PEDIDO > W-QTD-PEDIDOS
                    CONTINUE
                 WHEN W-PL-NUM-PEDIDO(W-IDX-PEDIDO)
                      EQUAL TO MT-NUM-PEDIDO
                    PERFORM 067-CONFERIR-PAGAMENTO
              END-SEARCH
           END-IF

           READ ARQ-MOVTITULO
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       067-CONFERIR-PAGAMENTO.
           MOVE MT-NUM-PEDIDO  TO TIT-NUM-PEDIDO
           MOVE MT-NUM-PARCELA TO TIT-NUM-PARCELA
           READ ARQ-TITULO RECORD KEY IS TIT-CHAVE

           IF WB-FILE-STATUS EQUAL TO "00"
              AND MT-DATA-MOVIMENTO GREATER THAN TIT-DATA-VENCIMENTO
              MOVE "S" TO W-PL-PAGO-ATRASO(W-IDX-PEDIDO)
           END-IF.

      * SITUACAO DE CADA PEDIDO LIBERADO, PELO STATUS DO PEDIDO E
      * PELOS SEUS TITULOS NA DATA DE HOJE.
       070-APURAR-SITUACOES.
           IF W-QTD-PEDIDOS GREATER THAN ZEROS
              OPEN INPUT ARQ-PEDIDO
              OPEN INPUT ARQ-TITULO

              PERFORM 075-APURAR-UM-PEDIDO
                VARYING W-IND-PEDIDO FROM 1 BY 1
                UNTIL W-IND-PEDIDO GREATER THAN W-QTD-PEDIDOS

              CLOSE ARQ-TITULO
              CLOSE ARQ-PEDIDO
           END-IF.

       075-APURAR-UM-PEDIDO.
           MOVE W-PL-NUM-PEDIDO(W-IND-PEDIDO) TO P-NUM-PEDIDO
           READ ARQ-PEDIDO RECORD KEY IS P-NUM-PEDIDO

           IF WP-FILE-STATUS EQUAL TO "00"
              AND PEDIDO-CANCELADO
              MOVE "C" TO W-PL-SITUACAO(W-IND-PEDIDO)
           ELSE
              MOVE ZEROS TO W-QTD-TIT-VALIDOS, W-QTD-TIT-QUITADOS
              MOVE "N"   TO W-TEM-VENCIDO
              MOVE "N"   TO W-FIM-TITULO

              MOVE W-PL-NUM-PEDIDO(W-IND-PEDIDO) TO TIT-NUM-PEDIDO
              MOVE ZEROS                         TO TIT-NUM-PARCELA
              START ARQ-TITULO KEY IS NOT LESS THAN TIT-CHAVE

              IF WB-FILE-STATUS NOT EQUAL TO "00"
                 MOVE "S" TO W-FIM-TITULO
              ELSE
                 READ ARQ-TITULO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-TITULO
                 END-READ
              END-IF

              PERFORM 076-CONFERIR-TITULO UNTIL W-FIM-TITULO = "S"

              EVALUATE TRUE
                WHEN W-TEM-VENCIDO EQUAL TO "S"
                     OR W-PL-PAGO-ATRASO(W-IND-PEDIDO) EQUAL TO "S"
                   MOVE "A" TO W-PL-SITUACAO(W-IND-PEDIDO)
                WHEN W-QTD-TIT-VALIDOS GREATER THAN ZEROS
                     AND W-QTD-TIT-QUITADOS EQUAL TO W-QTD-TIT-VALIDOS
                   MOVE "P" TO W-PL-SITUACAO(W-IND-PEDIDO)
                WHEN OTHER
                   MOVE "E" TO W-PL-SITUACAO(W-IND-PEDIDO)
              END-EVALUATE
           END-IF.

      * TITULO CANCELADO NAO CONTA; ABERTO COM VENCIMENTO ANTERIOR A
      * HOJE E ATRASO.
       076-CONFERIR-TITULO.
           IF TIT-NUM-PEDIDO NOT EQUAL TO W-PL-NUM-PEDIDO(W-IND-PEDIDO)
              MOVE "S" TO W-FIM-TITULO
           ELSE
              IF NOT TITULO-CANCELADO
                 ADD 1 TO W-QTD-TIT-VALIDOS

                 IF TITULO-QUITADO
                    ADD 1 TO W-QTD-TIT-QUITADOS
                 ELSE
                    IF TIT-DATA-VENCIMENTO LESS THAN W-DATA-HOJE
                       MOVE "S" TO W-TEM-VENCIDO
                    END-IF
                 END-IF
              END-IF

              READ ARQ-TITULO NEXT RECORD
                AT END MOVE "S" TO W-FIM-TITULO
              END-READ
           END-IF.

      * SEGUNDA LEITURA DO LOG: CADA LIBERACAO DO PERIODO VAI PARA O
      * SORT COM A SITUACAO DO SEU PEDIDO.
       100-SELECIONAR-LIBERACOES.
           MOVE "N" TO W-FIM-LIBERACAO

           OPEN INPUT ARQ-LIBERACAO

           IF WQ-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-LIBERACAO
           ELSE
              READ ARQ-LIBERACAO NEXT RECORD
                AT END MOVE "S" TO W-FIM-LIBERACAO
              END-READ
           END-IF

           PERFORM 110-SELECIONAR-UMA UNTIL W-FIM-LIBERACAO = "S"

           CLOSE ARQ-LIBERACAO.

       110-SELECIONAR-UMA.
           PERFORM 150-VERIFICAR-SELECAO

           IF W-SELECIONADA EQUAL TO "S"
              MOVE "E" TO W-SITUACAO

              IF W-QTD-PEDIDOS GREATER THAN ZEROS
                 SET W-IDX-PEDIDO TO 1
                 SEARCH W-PEDIDO-LIB
                    AT END
                       CONTINUE
                    WHEN W-IDX-PEDIDO > W-QTD-PEDIDOS
                       CONTINUE
                    WHEN W-PL-NUM-PEDIDO(W-IDX-PEDIDO)
                         EQUAL TO LB-NUM-PEDIDO
                       MOVE W-PL-SITUACAO(W-IDX-PEDIDO) TO W-SITUACAO
                 END-SEARCH
              END-IF

              MOVE LB-USUARIO        TO TL-USUARIO
              MOVE LB-COD-VENDEDOR   TO TL-COD-VENDEDOR
              MOVE LB-COD-CLIENTE    TO TL-COD-CLIENTE
              MOVE LB-NUM-PEDIDO     TO TL-NUM-PEDIDO
              MOVE LB-SEQ            TO TL-SEQ
              MOVE LB-TIPO           TO TL-TIPO
              MOVE LB-VALOR-LIMITE   TO TL-VALOR-LIMITE
              MOVE LB-VALOR-EXCEDIDO TO TL-VALOR-EXCEDIDO
              MOVE W-SITUACAO        TO TL-SITUACAO
              RELEASE TL-LIBERACAO-REG
           END-IF

           READ ARQ-LIBERACAO NEXT RECORD
             AT END MOVE "S" TO W-FIM-LIBERACAO
           END-READ.

      * LINHA PENDENTE (SEM USUARIO) NAO E LIBERACAO; A DATA DA
      * LIBERACAO PRECISA CAIR NO PERIODO.
       150-VERIFICAR-SELECAO.
           MOVE "N" TO W-SELECIONADA

           IF LB-USUARIO NOT EQUAL TO SPACES
              MOVE LB-DATA-HORA(1:8) TO W-DATA-LIBERACAO

              IF W-DATA-LIBERACAO NOT LESS THAN L-DATA-INICIAL
                 AND W-DATA-LIBERACAO NOT GREATER THAN
                     W-DATA-FINAL-EFETIVA
                 MOVE "S" TO W-SELECIONADA
              END-IF
           END-IF.

       200-IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-LIBERACAO
           OPEN INPUT  ARQ-USUARIO
           OPEN INPUT  ARQ-VENDEDOR
           OPEN INPUT  ARQ-CLIENTE
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE "S" TO W-PRIMEIRO-REGISTRO
           INITIALIZE W-TABELA-NIVEIS

           MOVE L-DATA-INICIAL TO W-CAB-DATA-INICIAL
           MOVE L-DATA-FINAL   TO W-CAB-DATA-FINAL

           WRITE REL-LIBERACAO-LINHA FROM W-CABECALHO-1
           WRITE REL-LIBERACAO-LINHA FROM W-CABECALHO-2
           WRITE REL-LIBERACAO-LINHA FROM W-CABECALHO-3
           WRITE REL-LIBERACAO-LINHA FROM W-LEGENDA-1
           WRITE REL-LIBERACAO-LINHA FROM W-LEGENDA-2

           RETURN TB-LIBERACAO RECORD INTO TL-LIBERACAO-REG
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-RETURN

           PERFORM 210-TRATAR-LIBERACAO UNTIL W-FIM-ARQUIVO = "S"

           IF W-PRIMEIRO-REGISTRO = "N"
              PERFORM 245-FECHAR-CLIENTE
              PERFORM 235-FECHAR-VENDEDOR
              PERFORM 225-FECHAR-SUPERVISOR
           END-IF

           MOVE SPACES TO REL-LIBERACAO-LINHA
           WRITE REL-LIBERACAO-LINHA
           MOVE 4             TO W-NIVEL
           MOVE ZEROS         TO W-D-CLIENTE
           MOVE "TOTAL GERAL" TO W-D-NOME
           PERFORM 270-IMPRIMIR-NIVEL
           PERFORM 275-IMPRIMIR-EXCESSO

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-USUARIO
           CLOSE REL-LIBERACAO.

       210-TRATAR-LIBERACAO.
           IF W-PRIMEIRO-REGISTRO = "S"
              MOVE "N" TO W-PRIMEIRO-REGISTRO
              PERFORM 220-ABRIR-SUPERVISOR
              PERFORM 230-ABRIR-VENDEDOR
              PERFORM 240-ABRIR-CLIENTE
           ELSE
              EVALUATE TRUE
                WHEN TL-USUARIO NOT EQUAL TO W-SUPERVISOR-ATUAL
                   PERFORM 245-FECHAR-CLIENTE
                   PERFORM 235-FECHAR-VENDEDOR
                   PERFORM 225-FECHAR-SUPERVISOR
                   PERFORM 220-ABRIR-SUPERVISOR
                   PERFORM 230-ABRIR-VENDEDOR
                   PERFORM 240-ABRIR-CLIENTE
                WHEN TL-COD-VENDEDOR NOT EQUAL TO W-VENDEDOR-ATUAL
                   PERFORM 245-FECHAR-CLIENTE
                   PERFORM 235-FECHAR-VENDEDOR
                   PERFORM 230-ABRIR-VENDEDOR
                   PERFORM 240-ABRIR-CLIENTE
                WHEN TL-COD-CLIENTE NOT EQUAL TO W-CLIENTE-ATUAL
                   PERFORM 245-FECHAR-CLIENTE
                   PERFORM 240-ABRIR-CLIENTE
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF

           PERFORM 250-ACUMULAR-LIBERACAO

           RETURN TB-LIBERACAO RECORD INTO TL-LIBERACAO-REG
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-RETURN.

       220-ABRIR-SUPERVISOR.
           MOVE TL-USUARIO TO W-SUPERVISOR-ATUAL
           MOVE TL-USUARIO TO W-LS-CODIGO

           MOVE TL-USUARIO TO US-CODIGO
           READ ARQ-USUARIO RECORD KEY IS US-CODIGO

           IF WU-FILE-STATUS EQUAL TO "00"
              MOVE US-NOME TO W-LS-NOME
           ELSE
              MOVE "USUARIO NAO CADASTRADO" TO W-LS-NOME
           END-IF

           MOVE SPACES TO REL-LIBERACAO-LINHA
           WRITE REL-LIBERACAO-LINHA
           WRITE REL-LIBERACAO-LINHA FROM W-LINHA-SUPERVISOR.

       225-FECHAR-SUPERVISOR.
           MOVE 3                     TO W-NIVEL
           MOVE ZEROS                 TO W-D-CLIENTE
           MOVE "TOTAL DO SUPERVISOR" TO W-D-NOME
           PERFORM 270-IMPRIMIR-NIVEL
           PERFORM 275-IMPRIMIR-EXCESSO
           PERFORM 260-SOMAR-NIVEL.

       230-ABRIR-VENDEDOR.
           MOVE TL-COD-VENDEDOR TO W-VENDEDOR-ATUAL
           MOVE TL-COD-VENDEDOR TO W-LV-CODIGO

           MOVE TL-COD-VENDEDOR TO COD-VENDEDOR
           READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR

           IF WV-FILE-STATUS EQUAL TO "00"
              MOVE NOME-VENDEDOR TO W-LV-NOME
           ELSE
              MOVE "VENDEDOR NAO CADASTRADO" TO W-LV-NOME
           END-IF

           MOVE SPACES TO REL-LIBERACAO-LINHA
           WRITE REL-LIBERACAO-LINHA
           WRITE REL-LIBERACAO-LINHA FROM W-LINHA-VENDEDOR
           WRITE REL-LIBERACAO-LINHA FROM W-COLUNAS.

       235-FECHAR-VENDEDOR.
           MOVE 2                   TO W-NIVEL
           MOVE ZEROS               TO W-D-CLIENTE
           MOVE "TOTAL DO VENDEDOR" TO W-D-NOME
           PERFORM 270-IMPRIMIR-NIVEL
           PERFORM 275-IMPRIMIR-EXCESSO
           PERFORM 260-SOMAR-NIVEL.

       240-ABRIR-CLIENTE.
           MOVE TL-COD-CLIENTE TO W-CLIENTE-ATUAL
           MOVE ZEROS          TO W-PEDIDO-ATUAL

           MOVE TL-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

           IF WC-FILE-STATUS EQUAL TO "00"
              MOVE RAZAO-SOCIAL TO W-RAZAO-ATUAL
           ELSE
              MOVE "CLIENTE NAO CADASTRADO" TO W-RAZAO-ATUAL
           END-IF.

       245-FECHAR-CLIENTE.
           MOVE 1               TO W-NIVEL
           MOVE W-CLIENTE-ATUAL TO W-D-CLIENTE
           MOVE W-RAZAO-ATUAL   TO W-D-NOME
           PERFORM 270-IMPRIMIR-NIVEL
           PERFORM 260-SOMAR-NIVEL.

      * CADA LIBERACAO CONTA NO SEU MOTIVO; O PEDIDO E A SITUACAO
      * DELE CONTAM UMA VEZ, NA PRIMEIRA LIBERACAO DO PEDIDO.
       250-ACUMULAR-LIBERACAO.
           EVALUATE TL-TIPO
             WHEN "C"
                ADD 1 TO W-NV-CREDITO(1)
                IF TL-VALOR-EXCEDIDO GREATER THAN TL-VALOR-LIMITE
                   COMPUTE W-NV-EXCESSO(1) = W-NV-EXCESSO(1)
                         + TL-VALOR-EXCEDIDO - TL-VALOR-LIMITE
                END-IF
             WHEN "D"
                ADD 1 TO W-NV-DESCONTO(1)
             WHEN "B"
                ADD 1 TO W-NV-COBRANCA(1)
             WHEN OTHER
                ADD 1 TO W-NV-RETIDO(1)
           END-EVALUATE

           IF TL-NUM-PEDIDO NOT EQUAL TO W-PEDIDO-ATUAL
              MOVE TL-NUM-PEDIDO TO W-PEDIDO-ATUAL
              ADD  1             TO W-NV-PEDIDOS(1)

              EVALUATE TL-SITUACAO
                WHEN "P"
                   ADD 1 TO W-NV-EM-DIA(1)
                WHEN "A"
                   ADD 1 TO W-NV-ATRASO(1)
                WHEN "C"
                   ADD 1 TO W-NV-CANCELADO(1)
                WHEN OTHER
                   ADD 1 TO W-NV-ABERTO(1)
              END-EVALUATE
           END-IF.

      * SOMA O NIVEL QUE FECHOU NO NIVEL SEGUINTE E O ZERA.
       260-SOMAR-NIVEL.
           COMPUTE W-NIVEL-SEGUINTE = W-NIVEL + 1

           ADD W-NV-CREDITO(W-NIVEL)   TO W-NV-CREDITO(W-NIVEL-SEGUINTE)
           ADD W-NV-DESCONTO(W-NIVEL)
            TO W-NV-DESCONTO(W-NIVEL-SEGUINTE)
           ADD W-NV-COBRANCA(W-NIVEL)
            TO W-NV-COBRANCA(W-NIVEL-SEGUINTE)
           ADD W-NV-RETIDO(W-NIVEL)    TO W-NV-RETIDO(W-NIVEL-SEGUINTE)
           ADD W-NV-PEDIDOS(W-NIVEL)   TO W-NV-PEDIDOS(W-NIVEL-SEGUINTE)
           ADD W-NV-EM-DIA(W-NIVEL)    TO W-NV-EM-DIA(W-NIVEL-SEGUINTE)
           ADD W-NV-ATRASO(W-NIVEL)    TO W-NV-ATRASO(W-NIVEL-SEGUINTE)
           ADD W-NV-CANCELADO(W-NIVEL)
            TO W-NV-CANCELADO(W-NIVEL-SEGUINTE)
           ADD W-NV-ABERTO(W-NIVEL)    TO W-NV-ABERTO(W-NIVEL-SEGUINTE)
           ADD W-NV-EXCESSO(W-NIVEL)   TO W-NV-EXCESSO(W-NIVEL-SEGUINTE)

           INITIALIZE W-NIVEL-TOTAL(W-NIVEL).

       270-IMPRIMIR-NIVEL.
           MOVE W-NV-CREDITO(W-NIVEL)   TO W-D-CREDITO
           MOVE W-NV-DESCONTO(W-NIVEL)  TO W-D-DESCONTO
           MOVE W-NV-COBRANCA(W-NIVEL)  TO W-D-COBRANCA
           MOVE W-NV-RETIDO(W-NIVEL)    TO W-D-RETIDO
           MOVE W-NV-PEDIDOS(W-NIVEL)   TO W-D-PEDIDOS
           MOVE W-NV-EM-DIA(W-NIVEL)    TO W-D-EM-DIA
           MOVE W-NV-ATRASO(W-NIVEL)    TO W-D-ATRASO
           MOVE W-NV-CANCELADO(W-NIVEL) TO W-D-CANCELADO
           MOVE W-NV-ABERTO(W-NIVEL)    TO W-D-ABERTO

           WRITE REL-LIBERACAO-LINHA FROM W-DETALHE.

       275-IMPRIMIR-EXCESSO.
           MOVE W-NV-EXCESSO(W-NIVEL) TO W-LE-EXCESSO
           WRITE REL-LIBERACAO-LINHA FROM W-LINHA-EXCESSO.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM REPORTLIBERACAO.
