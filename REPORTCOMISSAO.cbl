      * (CTL-PERCENTUAL-COMISSAO). SOMENTE PEDIDOS ENTREGUES ENTRAM   *
      * NA COMISSAO (VER P-STATUS-PEDIDO EM PEDIDO.CPY): PEDIDOS      *
      * CANCELADOS OU AINDA NAO ENTREGUES NAO GERAM COMISSAO.         *
      * AS NOTAS DE CREDITO DE DEVOLUCAO LANCADAS NA COMPETENCIA      *
      * (VER DEVOLUCAO.CPY) SAEM DO VALOR DOS PEDIDOS ANTES DO        *
      * CALCULO.                                                      *
      * TAMBEM CONFERE CADA PEDIDO CONTRA                             *
      * A DISTRIBUICAO VIGENTE E DESTACA OS QUE FICARAM COM VENDEDOR  *
      * DIFERENTE DO ATUALMENTE ATRIBUIDO AO CLIENTE/ENDERECO.        *
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

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-NUM-NOTA
                  FILE STATUS   IS WN-FILE-STATUS.

           SELECT TB-PEDIDO     ASSIGN TO DISK.

           SELECT REL-COMISSAO  ASSIGN TO DISK
           VALUE OF FILE-ID IS 'cadFechamentoComissao'.
       COPY "FECHAMENTOCOM.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadDevolucao'.
       COPY "DEVOLUCAO.CPY".

       SD  TB-PEDIDO.
       01  TP-PEDIDO-REG.
           03 TP-COD-VENDEDOR     PIC  9(003).
           03 TP-NUM-ENDERECO     PIC  9(003).
           03 TP-DATA-PEDIDO      PIC  9(008).
           03 TP-VALOR-PEDIDO     PIC  9(009)V9(002).
      * "P" PEDIDO ENTREGUE, "D" NOTA DE CREDITO DE DEVOLUCAO (VALOR
      * DA NOTA EM TP-VALOR-PEDIDO, DATA DE EMISSAO DA NOTA EM
      * TP-DATA-PEDIDO).
           03 TP-TIPO-REG         PIC  X(001).

       FD  REL-COMISSAO
           LABEL RECORD IS STANDARD
       77 WD-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WN-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-FIM-PEDIDO            PIC  X(001) VALUE SPACES.
       77 W-VENDEDOR-POSICAO      PIC  9(003) VALUE ZEROS.
       77 W-POSICIONADO           PIC  X(001) VALUE "N".
       77 W-PRIMEIRO-REGISTRO     PIC  X(001) VALUE "S".
       77 W-VENDEDOR-ATUAL        PIC  9(003) VALUE ZEROS.
       77 W-PCT-COMISSAO          PIC  9(003)V9(002) VALUE ZEROS.
       77 W-VALOR-GERAL           PIC  9(011)V9(002) VALUE ZEROS.
       77 W-COMISSAO-GERAL        PIC  9(011)V9(002) VALUE ZEROS.

      * DEVOLUCOES DA COMPETENCIA: SAEM DO VALOR DOS PEDIDOS ANTES DO
      * CALCULO; A BASE DA COMISSAO NAO FICA NEGATIVA.
       77 W-VALOR-DEVOLVIDO       PIC  9(011)V9(002) VALUE ZEROS.
       77 W-DEVOLVIDO-GERAL       PIC  9(011)V9(002) VALUE ZEROS.
       77 W-VALOR-LIQUIDO         PIC  9(011)V9(002) VALUE ZEROS.

      * RESULTADO DA CONFERENCIA DO PEDIDO CORRENTE CONTRA A
      * DISTRIBUICAO VIGENTE, LIDA DIRETO PELA CHAVE DO ARQUIVO
      * INDEXADO (SEM TABELA EM MEMORIA, QUE TINHA TETO DE LINHAS).
              "PCT APLICADO.....:".
           03 W-S-PCT             PIC  ZZ9,99.
           03 FILLER              PIC  X(002) VALUE " %".
           03 FILLER              PIC  X(009) VALUE SPACES.
           03 FILLER              PIC  X(018) VALUE
              "DEVOLUCOES.......:".
           03 W-S-DEVOLVIDO       PIC  ZZZZZZZZZZ9,99.

       01  W-RODAPE-1.
           03 FILLER              PIC  X(022) VALUE
           03 FILLER              PIC  X(022) VALUE
              "COMISSAO GERAL.......:".
           03 W-R-COMISSAO        PIC  ZZZZZZZZZZ9,99.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(022) VALUE
              "DEVOLUCOES GERAL.....:".
           03 W-R-DEVOLVIDO       PIC  ZZZZZZZZZZ9,99.

      * EMPRESA ATIVA DA SESSAO (VER SS-EMPRESA EM SESSAO.CPY):
      * ZEROS = RELATORIO CONSOLIDADO DE TODAS AS EMPRESAS; COM
              MOVE ZEROS TO CTL-MAX-PCT-REJEICAO
           END-IF

           IF CTL-ULTIMO-NUM-NOTA-CRED NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-NOTA-CRED
           END-IF

           IF CTL-ULTIMO-NUM-NF NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-NF
           END-IF

           IF CTL-ULTIMO-NUM-ROMANEIO NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-ROMANEIO
           END-IF

           IF CTL-FREQ-VISITA NOT NUMERIC
              MOVE ZEROS TO CTL-FREQ-VISITA
           END-IF

           IF CTL-PLANO-VISITA NOT NUMERIC
              MOVE ZEROS TO CTL-PLANO-VISITA
           END-IF

           IF CTL-DIAS-SEM-COMPRA NOT NUMERIC
              MOVE ZEROS TO CTL-DIAS-SEM-COMPRA
           END-IF

           IF CTL-PESOS-SCORECARD NOT NUMERIC
              MOVE ZEROS TO CTL-PESOS-SCORECARD
           END-IF

           MOVE CTL-PERCENTUAL-COMISSAO TO W-PCT-COMISSAO.

       020-VERIFICAR-PERIODO.
           CLOSE ARQ-FECHAMENTO
           CLOSE REL-COMISSAO.

      * FECHAMENTO GRAVADO ANTES DAS DEVOLUCOES VEM CURTO E O VALOR
      * DEVOLVIDO VOLTA EM BRANCO; CONTA COMO ZERO.
       310-IMPRIMIR-VENDEDOR-FECHADO.
           IF FC-ANO-MES NOT EQUAL TO W-ANO-MES-FILTRO
              MOVE "S" TO W-FIM-FECHAMENTO
           ELSE
              IF FC-VALOR-DEVOLVIDO NOT NUMERIC
                 MOVE ZEROS TO FC-VALOR-DEVOLVIDO
              END-IF

              IF FC-COD-VENDEDOR EQUAL TO ZEROS
      * REGISTRO DE PERIODO: TOTAIS GERAIS DO FECHAMENTO.
                 MOVE SPACES TO REL-COMISSAO-LINHA
                 MOVE FC-QTD-PEDIDOS    TO W-R-QTD
                 MOVE FC-VALOR-PEDIDOS  TO W-R-VALOR
                 MOVE FC-VALOR-COMISSAO TO W-R-COMISSAO
                 MOVE FC-VALOR-DEVOLVIDO TO W-R-DEVOLVIDO
                 WRITE REL-COMISSAO-LINHA FROM W-RODAPE-1
                 WRITE REL-COMISSAO-LINHA FROM W-RODAPE-2
              ELSE
                 MOVE FC-VALOR-COMISSAO TO W-S-COMISSAO
                 MOVE ZEROS             TO W-S-DIVERGENTES
                 MOVE FC-PCT-APLICADO   TO W-S-PCT
                 MOVE FC-VALOR-DEVOLVIDO TO W-S-DEVOLVIDO
                 WRITE REL-COMISSAO-LINHA FROM W-SUBTOTAL
                 WRITE REL-COMISSAO-LINHA FROM W-SUBTOTAL-2
                 WRITE REL-COMISSAO-LINHA FROM W-SUBTOTAL-3
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
           IF P-COD-EMPRESA NUMERIC
              MOVE P-NUM-ENDERECO TO TP-NUM-ENDERECO
              MOVE P-DATA-PEDIDO  TO TP-DATA-PEDIDO
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
              AND (W-EMPRESA-SESSAO EQUAL TO ZEROS
                   OR DV-COD-EMPRESA EQUAL TO W-EMPRESA-SESSAO)
              MOVE DV-COD-VENDEDOR TO TP-COD-VENDEDOR
              MOVE DV-NUM-PEDIDO   TO TP-NUM-PEDIDO
              MOVE DV-COD-CLIENTE  TO TP-COD-CLIENTE
              MOVE ZEROS           TO TP-NUM-ENDERECO
              MOVE DV-DATA-EMISSAO TO TP-DATA-PEDIDO
              MOVE DV-VALOR-NOTA   TO TP-VALOR-PEDIDO
              MOVE "D"             TO TP-TIPO-REG
              RELEASE TP-PEDIDO-REG
           END-IF

           READ ARQ-DEVOLUCAO NEXT
             AT END MOVE "S" TO W-FIM-PEDIDO
           END-READ.

       200-IMPRIMIR-RELATORIO.
              PERFORM 210-IMPRIMIR-CABECALHO-GRUPO
           END-IF

           MOVE TP-NUM-PEDIDO   TO W-D-PEDIDO
           MOVE TP-COD-CLIENTE  TO W-D-CLIENTE
           MOVE TP-NUM-ENDERECO TO W-D-ENDERECO
           MOVE TP-DATA-PEDIDO  TO W-D-DATA
           MOVE TP-VALOR-PEDIDO TO W-D-VALOR

      * A NOTA DE DEVOLUCAO NAO E CONFERIDA CONTRA A DISTRIBUICAO:
      * O PEDIDO DE ORIGEM JA FOI CONFERIDO NA SUA COMPETENCIA.
           IF TP-TIPO-REG EQUAL TO "D"
              MOVE "DEVOLUCAO" TO W-D-SITUACAO
              WRITE REL-COMISSAO-LINHA FROM W-DETALHE
              ADD TP-VALOR-PEDIDO TO W-VALOR-DEVOLVIDO,
                                     W-DEVOLVIDO-GERAL
           ELSE
              PERFORM 230-CONFERIR-DISTRIBUICAO

              IF W-PEDIDO-CONFERE EQUAL TO "S"
                 MOVE SPACES       TO W-D-SITUACAO
              ELSE
                 MOVE "DIVERGENTE" TO W-D-SITUACAO
                 ADD 1 TO W-QTD-DIVERGENTES
              END-IF

              WRITE REL-COMISSAO-LINHA FROM W-DETALHE

              ADD 1               TO W-QTD-PEDIDOS, W-QTD-GERAL
              ADD TP-VALOR-PEDIDO TO W-VALOR-PEDIDOS, W-VALOR-GERAL
           END-IF

           RETURN TB-PEDIDO RECORD INTO TP-PEDIDO-REG
             AT END MOVE "S" TO W-FIM-PEDIDO
           END-IF.

       240-IMPRIMIR-SUBTOTAL.
           IF W-VALOR-DEVOLVIDO LESS THAN W-VALOR-PEDIDOS
              COMPUTE W-VALOR-LIQUIDO = W-VALOR-PEDIDOS
                                      - W-VALOR-DEVOLVIDO
           ELSE
              MOVE ZEROS TO W-VALOR-LIQUIDO
           END-IF

           PERFORM 245-RESOLVER-PERCENTUAL

           COMPUTE W-COMISSAO ROUNDED = W-VALOR-LIQUIDO
                                      * W-PCT-EFETIVO / 100

           MOVE W-QTD-PEDIDOS     TO W-S-QTD
           MOVE W-COMISSAO        TO W-S-COMISSAO
           MOVE W-QTD-DIVERGENTES TO W-S-DIVERGENTES
           MOVE W-PCT-EFETIVO     TO W-S-PCT
           MOVE W-VALOR-DEVOLVIDO TO W-S-DEVOLVIDO

           ADD W-COMISSAO TO W-COMISSAO-GERAL

           WRITE REL-COMISSAO-LINHA FROM W-SUBTOTAL-3

           MOVE ZEROS TO W-QTD-PEDIDOS, W-VALOR-PEDIDOS,
                         W-QTD-DIVERGENTES, W-VALOR-DEVOLVIDO.

      * RESOLVE O PERCENTUAL DO VENDEDOR CORRENTE: PRIMEIRO A REGRA
      * PROPRIA DO VENDEDOR, DEPOIS A REGRA DA REGIAO DELE, E SO
              PERFORM 246-APLICAR-FAIXAS
           END-IF.

      * APLICA AS FAIXAS DA REGRA SOBRE A RECEITA LIQUIDA DO MES DO
      * VENDEDOR (W-VALOR-LIQUIDO). TETO 1 ZERADO = REGRA SEM
      * FAIXAS, SEMPRE O PERCENTUAL 1.
       246-APLICAR-FAIXAS.
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
           MOVE W-QTD-GERAL      TO W-R-QTD
           MOVE W-VALOR-GERAL    TO W-R-VALOR
           MOVE W-COMISSAO-GERAL TO W-R-COMISSAO
           MOVE W-DEVOLVIDO-GERAL TO W-R-DEVOLVIDO
           WRITE REL-COMISSAO-LINHA FROM W-RODAPE-1
           WRITE REL-COMISSAO-LINHA FROM W-RODAPE-2.

