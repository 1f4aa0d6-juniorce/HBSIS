      *     ENTRADAS E SAIDAS DE CLIENTES DA REGIAO, COMPARANDO AS   *
      *     DUAS ULTIMAS EXECUCOES DO HISTORICO)                     *
      *   - OS TOTAIS DE PEDIDOS DO MES DA REGIAO                    *
      *   - O RANKING DOS VENDEDORES DA REGIAO NO ULTIMO SCORECARD   *
      *     MENSAL GERADO (VER SCORECARD.CPY)                        *
      * ASSIM CADA SUPERVISOR RECEBE O PROPRIO RECORTE EM VEZ DE     *
      * CACAR A REGIAO NOS RELATORIOS GLOBAIS.                       *
      *****************************************************************
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-SCORECARD ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WO-FILE-STATUS.

      * PACOTE DA REGIAO CORRENTE; O NOME E MONTADO EM
      * W-LABEL-PACOTE COM O CODIGO DA REGIAO.
           SELECT ARQ-PACOTE    ASSIGN TO W-LABEL-PACOTE
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-SCORECARD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadScorecard'.
       COPY "SCORECARD.CPY".

       FD  ARQ-PACOTE
           LABEL RECORD IS STANDARD.
       01  ARQ-PACOTE-LINHA       PIC  X(090).
       77 WU-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WK-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WO-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-LABEL-PACOTE          PIC  X(030) VALUE SPACES.
       77 W-FIM-ARQUIVO           PIC  X(001) VALUE "N".
       77 W-REGIAO-CORRENTE       PIC  9(003) VALUE ZEROS.
       77 W-ANO-MES-ATUAL         PIC  9(006) VALUE ZEROS.
       77 W-VENDEDOR-POSICAO      PIC  9(003) VALUE ZEROS.
       77 W-POSICIONADO           PIC  X(001) VALUE "N".

      * DUAS ULTIMAS EXECUCOES CONCLUIDAS (DO ARQUIVO DE RESUMOS),
      * USADAS NO GIRO DE CARTEIRA DA REGIAO.
       77 W-VALOR-PEDIDOS-MES     PIC  9(011)V9(002) VALUE ZEROS.
      * REGIAO DO CLIENTE LIDO NA CONFERENCIA CORRENTE.
       77 W-REGIAO-CLIENTE        PIC  9(003) VALUE ZEROS.
      * RANKING DA REGIAO NO SCORECARD MENSAL.
       77 W-QTD-SCORECARD         PIC  9(005) VALUE ZEROS.
       77 W-EDITA-PCT-META        PIC  ZZZZ9,99.

       01  W-PAC-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(009) VALUE "  VALOR:".
           03 W-DP-VALOR          PIC  ZZZZZZZZZZ9,99.

       01  W-TITULO-SCORECARD.
           03 FILLER              PIC  X(048) VALUE
              "SCORECARD DOS VENDEDORES DA REGIAO - COMPETENCIA".
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-TSC-MES           PIC  99.
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-TSC-ANO           PIC  9999.

       01  W-DET-SCORECARD.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-DS-POSICAO        PIC  ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-DS-VENDEDOR       PIC  ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-DS-NOME           PIC  X(030).
           03 FILLER              PIC  X(007) VALUE "  NOTA:".
           03 W-DS-NOTA           PIC  ZZ9,99.
           03 FILLER              PIC  X(008) VALUE "  ATING:".
           03 W-DS-META           PIC  X(008).
           03 FILLER              PIC  X(008) VALUE "  GERAL:".
           03 W-DS-GERAL          PIC  ZZ9.

       01  W-AVISO-SCORECARD.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-AS-TEXTO          PIC  X(050).

       PROCEDURE DIVISION.
       000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-ANO-MES-ATUAL
           PERFORM 300-SECAO-EXCECOES
           PERFORM 400-SECAO-GIRO
           PERFORM 500-SECAO-PEDIDOS
           PERFORM 600-SECAO-SCORECARD

           CLOSE ARQ-PACOTE

           IF WP-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-ARQUIVO
           ELSE
              MOVE ZEROS TO W-VENDEDOR-POSICAO
              PERFORM 505-POSICIONAR-VENDEDOR
              PERFORM 506-AJUSTAR-POSICAO
           END-IF

           PERFORM 510-SOMAR-UM-PEDIDO UNTIL W-FIM-ARQUIVO = "S"
           MOVE W-VALOR-PEDIDOS-MES TO W-DP-VALOR
           WRITE ARQ-PACOTE-LINHA FROM W-DET-PEDIDOS.

      * OS PEDIDOS SAO LIDOS PELA CHAVE DE VENDEDOR E DATA: CADA
      * VENDEDOR E POSICIONADO NO PRIMEIRO DIA DO MES CORRENTE E LIDO
      * ATE O FIM DO MES, SEM PASSAR PELO HISTORICO DOS OUTROS MESES.
       505-POSICIONAR-VENDEDOR.
           MOVE W-VENDEDOR-POSICAO TO P-COD-VENDEDOR
           MOVE W-ANO-MES-ATUAL    TO P-DATA-PEDIDO(1:6)
           MOVE "01"               TO P-DATA-PEDIDO(7:2)

           START ARQ-PEDIDO KEY IS NOT LESS THAN P-CHAVE-VENDEDOR

           IF WP-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-ARQUIVO
           ELSE
              READ ARQ-PEDIDO NEXT
                AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
           END-IF.

       506-AJUSTAR-POSICAO.
           MOVE "N" TO W-POSICIONADO

           PERFORM 507-CONFERIR-POSICAO
             UNTIL W-POSICIONADO = "S" OR W-FIM-ARQUIVO = "S".

      * PEDIDO ANTERIOR AO MES E O PRIMEIRO DE OUTRO VENDEDOR:
      * REPOSICIONA NO INICIO DO MES DELE. PEDIDO POSTERIOR ENCERRA O
      * VENDEDOR E PASSA PARA O SEGUINTE.
       507-CONFERIR-POSICAO.
           EVALUATE TRUE
             WHEN P-DATA-PEDIDO(1:6) LESS THAN W-ANO-MES-ATUAL
                MOVE P-COD-VENDEDOR TO W-VENDEDOR-POSICAO
                PERFORM 505-POSICIONAR-VENDEDOR
             WHEN P-DATA-PEDIDO(1:6) GREATER THAN W-ANO-MES-ATUAL
                IF P-COD-VENDEDOR EQUAL TO 999
                   MOVE "S" TO W-FIM-ARQUIVO
                ELSE
                   COMPUTE W-VENDEDOR-POSICAO = P-COD-VENDEDOR + 1
                   PERFORM 505-POSICIONAR-VENDEDOR
                END-IF
             WHEN OTHER
                MOVE "S" TO W-POSICIONADO
           END-EVALUATE.

       510-SOMAR-UM-PEDIDO.
           IF P-DATA-PEDIDO(1:6) EQUAL TO W-ANO-MES-ATUAL
              AND NOT PEDIDO-CANCELADO

           READ ARQ-PEDIDO NEXT
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ

           PERFORM 506-AJUSTAR-POSICAO.

      * RANKING DA REGIAO NO ULTIMO SCORECARD MENSAL, NA ORDEM EM
      * QUE O ARQUIVO FOI GRAVADO (REGIAO E POSICAO NA REGIAO).
       600-SECAO-SCORECARD.
           MOVE SPACES TO ARQ-PACOTE-LINHA
           WRITE ARQ-PACOTE-LINHA

           MOVE ZEROS  TO W-QTD-SCORECARD
           MOVE ZEROS  TO W-TSC-MES, W-TSC-ANO
           MOVE "SCORECARD AINDA NAO GERADO" TO W-AS-TEXTO

           OPEN INPUT ARQ-SCORECARD

           IF WO-FILE-STATUS EQUAL "00"
              READ ARQ-SCORECARD
                AT END MOVE "99" TO WO-FILE-STATUS
              END-READ

              IF WO-FILE-STATUS EQUAL "00"
                 MOVE SC-ANO-MES(5:2) TO W-TSC-MES
                 MOVE SC-ANO-MES(1:4) TO W-TSC-ANO
                 MOVE "NENHUM VENDEDOR DA REGIAO NO SCORECARD"
                   TO W-AS-TEXTO
              END-IF

              WRITE ARQ-PACOTE-LINHA FROM W-TITULO-SCORECARD

              PERFORM 610-LISTAR-UM-SCORECARD
                UNTIL WO-FILE-STATUS NOT EQUAL "00"

              CLOSE ARQ-SCORECARD
              MOVE "00" TO WO-FILE-STATUS
           ELSE
              WRITE ARQ-PACOTE-LINHA FROM W-TITULO-SCORECARD
           END-IF

           IF W-QTD-SCORECARD EQUAL TO ZEROS
              WRITE ARQ-PACOTE-LINHA FROM W-AVISO-SCORECARD
           END-IF.

       610-LISTAR-UM-SCORECARD.
           IF SC-COD-REGIAO EQUAL TO W-REGIAO-CORRENTE
              ADD 1 TO W-QTD-SCORECARD
              MOVE SC-POSICAO-REGIAO TO W-DS-POSICAO
              MOVE SC-COD-VENDEDOR   TO W-DS-VENDEDOR
              MOVE SC-NOME-VENDEDOR  TO W-DS-NOME
              MOVE SC-NOTA           TO W-DS-NOTA
              MOVE SC-POSICAO-GERAL  TO W-DS-GERAL

              IF SC-TEM-META EQUAL TO "S"
                 MOVE SC-PCT-META      TO W-EDITA-PCT-META
                 MOVE W-EDITA-PCT-META TO W-DS-META
              ELSE
                 MOVE "     N/D" TO W-DS-META
              END-IF

              WRITE ARQ-PACOTE-LINHA FROM W-DET-SCORECARD
           END-IF

           READ ARQ-SCORECARD
             AT END MOVE "99" TO WO-FILE-STATUS
           END-READ.

       END PROGRAM REPORTSUPERVISAO.
