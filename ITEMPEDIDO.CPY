      * PRODUTO (VER PRD-PRECO-LISTA EM PRODUTO.CPY).
           03 IT-PRECO-UNITARIO   PIC  9(009)V9(002).
           03 IT-VALOR-ITEM       PIC  9(009)V9(002).
      * QUANTIDADE RESERVADA NO ESTOQUE NA ENTRADA DO PEDIDO E O QUE
      * FALTOU RESERVAR (PENDENCIA DE ENTREGA, BACKORDER). NO
      * FATURAMENTO A RESERVA VIRA SAIDA (E O CAMPO PASSA A GUARDAR A
      * QUANTIDADE BAIXADA); NO CANCELAMENTO E LIBERADA.
           03 IT-QTD-RESERVADA    PIC  9(005)V9(002).
           03 IT-QTD-PENDENTE     PIC  9(005)V9(002).
      * QUANTIDADE JA DEVOLVIDA PELO CLIENTE DEPOIS DA ENTREGA,
      * SOMADA A CADA NOTA DE CREDITO (VER DEVOLUCAO.CPY). A
      * DEVOLUCAO NUNCA PASSA DE IT-QUANTIDADE.
           03 IT-QTD-DEVOLVIDA    PIC  9(005)V9(002).
