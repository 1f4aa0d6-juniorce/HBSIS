                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-META      ASSIGN TO DISK
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-CONFIRMA              PIC  X(001) VALUE SPACES.
       77 W-FIM-PEDIDO            PIC  X(001) VALUE SPACES.
       77 W-VENDEDOR-POSICAO      PIC  9(003) VALUE ZEROS.
       77 W-POSICIONADO           PIC  X(001) VALUE "N".
       77 W-FIM-META              PIC  X(001) VALUE SPACES.
       77 W-MES-RELATORIO         PIC  9(002) VALUE ZEROS.
       77 W-ANO-RELATORIO         PIC  9(004) VALUE ZEROS.
           IF WP-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-PEDIDO
           ELSE
              MOVE ZEROS TO W-VENDEDOR-POSICAO
              PERFORM 105-POSICIONAR-VENDEDOR
              PERFORM 106-AJUSTAR-POSICAO
           END-IF

           PERFORM 110-LER-PEDIDO UNTIL W-FIM-PEDIDO = "S"

           CLOSE ARQ-PEDIDO.

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
              AND NOT PEDIDO-CANCELADO

           READ ARQ-PEDIDO NEXT
             AT END MOVE "S" TO W-FIM-PEDIDO
           END-READ

           PERFORM 106-AJUSTAR-POSICAO.

      * LIBERA UMA LINHA POR META DA COMPETENCIA, COM O REALIZADO E
      * O PERCENTUAL DE ATINGIMENTO, PARA ORDENACAO POR RANKING.
