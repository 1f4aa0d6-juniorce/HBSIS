      *****************************************************************
      * DEVOLUCAO.CPY                                                *
      * LAYOUT DO REGISTRO DAS NOTAS DE CREDITO DE DEVOLUCAO         *
      * (ARQ-DEVOLUCAO). CADA DEVOLUCAO DE MERCADORIA DE UM PEDIDO   *
      * ENTREGUE GERA UMA NOTA NUMERADA, COM OS ITENS EM             *
      * ITEMDEVOLUCAO.CPY. O VALOR DA NOTA ABATE O SALDO DOS TITULOS *
      * EM ABERTO DO PEDIDO; O QUE NAO COUBE NELES FICA COMO         *
      * REEMBOLSO DEVIDO AO CLIENTE. O VALOR SAI DA COMISSAO DO      *
      * VENDEDOR NA PRIMEIRA COMPETENCIA AINDA NAO FECHADA.          *
      *****************************************************************
       01  ARQ-DEVOLUCAO-REG.
      * NUMERO SEQUENCIAL DA NOTA (VER CTL-ULTIMO-NUM-NOTA-CRED EM
      * CONTROLE.CPY).
           03 DV-NUM-NOTA         PIC  9(007).
           03 DV-NUM-PEDIDO       PIC  9(007).
           03 DV-COD-CLIENTE      PIC  9(007).
           03 DV-COD-VENDEDOR     PIC  9(003).
           03 DV-COD-EMPRESA      PIC  9(003).
           03 DV-DATA-EMISSAO     PIC  9(008).
           03 DV-VALOR-NOTA       PIC  9(009)V9(002).
      * PARTE DO VALOR ABATIDA DOS TITULOS EM ABERTO E PARTE A
      * REEMBOLSAR (TITULOS JA PAGOS). A SOMA E O VALOR DA NOTA.
           03 DV-VALOR-ABATIDO    PIC  9(009)V9(002).
           03 DV-VALOR-REEMBOLSO  PIC  9(009)V9(002).
      * "P" REEMBOLSO PENDENTE, "N" NADA A REEMBOLSAR.
           03 DV-STATUS-REEMBOLSO PIC  X(001).
              88 REEMBOLSO-PENDENTE  VALUE "P".
              88 REEMBOLSO-NENHUM    VALUE "N".
      * COMPETENCIA (AAAAMM) EM QUE O VALOR DA NOTA SAI DA COMISSAO
      * DO VENDEDOR: A DO PEDIDO, OU A PRIMEIRA SEGUINTE AINDA NAO
      * FECHADA (VER FECHAMENTOCOM.CPY).
           03 DV-ANO-MES-COMISSAO PIC  9(006).
           03 DV-USUARIO          PIC  X(020).
