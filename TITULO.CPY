      *****************************************************************
      * TITULO.CPY                                                   *
      * LAYOUT DO REGISTRO DO CONTAS A RECEBER (ARQ-TITULO). CADA    *
      * PEDIDO FATURADO GERA UM TITULO POR PARCELA DA CONDICAO DE    *
      * PAGAMENTO (VER CONDPAGTO.CPY), CADA UM COM SEU VENCIMENTO;   *
      * OS PAGAMENTOS (TOTAIS OU PARCIAIS) SAO ABATIDOS EM           *
      * TIT-VALOR-PAGO PELA TELA DE RECEBIMENTO, E O AGING DE        *
      * RECEBIVEIS LE OS TITULOS EM ABERTO. O CLIENTE                *
      * (TIT-COD-CLIENTE) E CHAVE ALTERNADA COM DUPLICIDADE, PARA    *
      * LER SO OS TITULOS DE UM CLIENTE (VER CONVPEDIDO).            *
      *****************************************************************
       01  ARQ-TITULO-REG.
      * O TITULO USA O NUMERO DO PEDIDO QUE O GEROU E O NUMERO DA
      * PARCELA COMO CHAVE. PEDIDO SEM CONDICAO DE PAGAMENTO GERA
      * UMA UNICA PARCELA 01.
           03 TIT-CHAVE.
              05 TIT-NUM-PEDIDO   PIC  9(007).
              05 TIT-NUM-PARCELA  PIC  9(002).
           03 TIT-COD-CLIENTE     PIC  9(007).
           03 TIT-COD-VENDEDOR    PIC  9(003).
           03 TIT-DATA-EMISSAO    PIC  9(008).
