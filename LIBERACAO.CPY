      *****************************************************************
      * LIBERACAO.CPY                                                *
      * LAYOUT DO REGISTRO DO LOG DE LIBERACOES DE SUPERVISOR        *
      * (ARQ-LIBERACAO). CADA LIBERACAO DE PEDIDO ACIMA DE UM LIMITE *
      * (CREDITO, DESCONTO DA CLASSE, BLOQUEIO DA COBRANCA) GRAVA    *
      * UMA LINHA COM O MOTIVO, O LIMITE, O VALOR QUE O PASSOU, QUEM *
      * LIBEROU E QUANDO. NA TELA DE PEDIDOS A LINHA E GRAVADA JUNTO *
      * COM O PEDIDO; NO PEDIDO DE CAMPO RETIDO (IMPORTPEDIDO) ELA   *
      * NASCE PENDENTE, SEM USUARIO, E E COMPLETADA QUANDO O PEDIDO  *
      * E LIBERADO NA TELA. E A BASE DO RELATORIO DE LIBERACOES      *
      * (REPORTLIBERACAO).                                           *
      *****************************************************************
       01  ARQ-LIBERACAO-REG.
      * UM PEDIDO PODE TER VARIAS LIBERACOES (UMA POR ITEM COM
      * DESCONTO ACIMA DO LIMITE, MAIS A DE COBRANCA E A DE CREDITO).
           03 LB-CHAVE.
              05 LB-NUM-PEDIDO    PIC  9(007).
              05 LB-SEQ           PIC  9(003).
      * "C" LIMITE DE CREDITO, "D" DESCONTO ACIMA DO LIMITE DA
      * CLASSE, "B" CLIENTE BLOQUEADO NA COBRANCA, "R" PEDIDO RETIDO
      * NA IMPORTACAO ANTES DESTE LOG EXISTIR (MOTIVO DESCONHECIDO).
           03 LB-TIPO             PIC  X(001).
              88 LIBERACAO-CREDITO      VALUE "C".
              88 LIBERACAO-DESCONTO     VALUE "D".
              88 LIBERACAO-COBRANCA     VALUE "B".
              88 LIBERACAO-RETIDO       VALUE "R".
      * "T" ENTRADA PELA TELA, "I" PEDIDO DE CAMPO IMPORTADO.
           03 LB-ORIGEM           PIC  X(001).
              88 LIBERACAO-TELA         VALUE "T".
              88 LIBERACAO-IMPORTADO    VALUE "I".
           03 LB-COD-CLIENTE      PIC  9(007).
           03 LB-COD-VENDEDOR     PIC  9(003).
      * PRODUTO DO ITEM NA LIBERACAO DE DESCONTO (ZEROS NAS DEMAIS).
           03 LB-COD-PRODUTO      PIC  9(005).
      * NO CREDITO, O LIMITE DO CADASTRO DO CLIENTE E O SALDO EM
      * ABERTO MAIS O PEDIDO COM FRETE; NO DESCONTO, O PERCENTUAL
      * MAXIMO DA CLASSE E O PERCENTUAL PRATICADO NO ITEM; NA
      * COBRANCA, LIMITE ZERADO E O VALOR DO PEDIDO COM FRETE.
           03 LB-VALOR-LIMITE     PIC  9(011)V9(002).
           03 LB-VALOR-EXCEDIDO   PIC  9(011)V9(002).
      * SUPERVISOR QUE LIBEROU E DATA/HORA (AAAAMMDDHHMMSS) DA
      * LIBERACAO. USUARIO EM BRANCO = PEDIDO RETIDO AINDA NAO
      * LIBERADO (OU CANCELADO SEM LIBERACAO), FORA DO RELATORIO.
           03 LB-USUARIO          PIC  X(020).
           03 LB-DATA-HORA        PIC  9(014).
