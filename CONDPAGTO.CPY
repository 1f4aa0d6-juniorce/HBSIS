      *****************************************************************
      * CONDPAGTO.CPY                                                *
      * LAYOUT DO REGISTRO DO CADASTRO DE CONDICOES DE PAGAMENTO     *
      * (ARQ-COND-PAGTO). O PEDIDO ESCOLHE UMA CONDICAO (VER         *
      * P-COD-COND-PAGTO EM PEDIDO.CPY) E O FATURAMENTO GERA UM      *
      * TITULO POR PARCELA (VER TITULO.CPY), VENCENDO N DIAS APOS O  *
      * FATURAMENTO COM O PERCENTUAL DO VALOR INDICADO NA PARCELA.   *
      * EX: 30/60/90 = 3 PARCELAS, DIAS 030/060/090, 33,33/33,33/    *
      * 33,34. OS PERCENTUAIS SOMAM 100; A ULTIMA PARCELA ABSORVE O  *
      * ARREDONDAMENTO DO VALOR.                                     *
      *****************************************************************
       01  ARQ-COND-PAGTO-REG.
           03 CP-COD-CONDICAO     PIC  9(003).
           03 CP-DESCRICAO        PIC  X(030).
           03 CP-QTD-PARCELAS     PIC  9(002).
      * SO AS PRIMEIRAS CP-QTD-PARCELAS POSICOES SAO USADAS; AS
      * DEMAIS FICAM ZERADAS.
           03 CP-PARCELAS.
              05 CP-PARCELA       OCCURS 12 TIMES.
                 07 CP-DIAS       PIC  9(003).
                 07 CP-PERCENTUAL PIC  9(003)V9(002).
           03 CP-STATUS           PIC  X(001).
              88 CONDICAO-ATIVA      VALUE "A".
              88 CONDICAO-INATIVA    VALUE "I".
