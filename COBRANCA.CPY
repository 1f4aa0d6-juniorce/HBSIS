      *****************************************************************
      * COBRANCA.CPY                                                 *
      * SITUACAO DE COBRANCA DE CADA CLIENTE (ARQ-COBRANCA), MANTIDA *
      * PELA ROTINA DIARIA DE COBRANCA (GERACOBRANCA) A PARTIR DOS   *
      * TITULOS VENCIDOS EM ABERTO (VER TITULO.CPY). O NIVEL GRAVADO *
      * E O ULTIMO AVISO EMITIDO: UM NOVO AVISO SO SAI QUANDO O      *
      * CLIENTE SOBE DE NIVEL. NO NIVEL DE BLOQUEIO A TELA DE PEDIDOS *
      * RECUSA NOVOS PEDIDOS, SALVO LIBERACAO.                       *
      *****************************************************************
       01  ARQ-COBRANCA-REG.
           03 CB-COD-CLIENTE      PIC  9(007).
      * 0 EM DIA, 1 LEMBRETE, 2 NOTIFICACAO FORMAL, 3 BLOQUEIO DE
      * CREDITO.
           03 CB-NIVEL            PIC  9(001).
              88 COBRANCA-EM-DIA     VALUE 0.
              88 COBRANCA-LEMBRETE   VALUE 1.
              88 COBRANCA-NOTIFICACAO VALUE 2.
              88 COBRANCA-BLOQUEIO   VALUE 3.
      * DATA EM QUE O CLIENTE CHEGOU AO NIVEL ATUAL.
           03 CB-DATA-NIVEL       PIC  9(008).
      * MAIOR ATRASO (DIAS) E SALDO VENCIDO NA ULTIMA APURACAO.
           03 CB-DIAS-ATRASO      PIC  9(005).
           03 CB-SALDO-VENCIDO    PIC  9(011)V9(002).
           03 CB-QTD-TITULOS      PIC  9(005).
           03 CB-COD-VENDEDOR     PIC  9(003).
           03 CB-DATA-APURACAO    PIC  9(008).
