      *****************************************************************
      * ITEMDEVOLUCAO.CPY                                            *
      * LAYOUT DO REGISTRO DOS ITENS DAS NOTAS DE CREDITO DE         *
      * DEVOLUCAO (ARQ-ITEM-DEVOLUCAO). CADA ITEM APONTA A LINHA DO  *
      * PEDIDO ORIGINAL (VER ITEMPEDIDO.CPY) DE ONDE SAIU A          *
      * QUANTIDADE DEVOLVIDA, VALORIZADA PELO PRECO PRATICADO.       *
      *****************************************************************
       01  ARQ-ITEM-DEVOLUCAO-REG.
           03 ID-CHAVE.
              05 ID-NUM-NOTA      PIC  9(007).
              05 ID-SEQ-ITEM      PIC  9(003).
           03 ID-NUM-PEDIDO       PIC  9(007).
           03 ID-COD-PRODUTO      PIC  9(005).
           03 ID-QUANTIDADE       PIC  9(005)V9(002).
           03 ID-PRECO-UNITARIO   PIC  9(009)V9(002).
           03 ID-VALOR-ITEM       PIC  9(009)V9(002).
