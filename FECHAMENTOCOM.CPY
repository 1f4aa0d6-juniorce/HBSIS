           03 FC-VALOR-COMISSAO   PIC  9(011)V9(002).
           03 FC-DATA-FECHAMENTO  PIC  9(008).
           03 FC-USUARIO          PIC  X(020).
      * VALOR DAS NOTAS DE CREDITO DE DEVOLUCAO LANCADAS NA
      * COMPETENCIA (VER DEVOLUCAO.CPY), DESCONTADO DO VALOR DOS
      * PEDIDOS ANTES DE CALCULAR A COMISSAO. FECHAMENTO GRAVADO
      * ANTES DO CAMPO EXISTIR VEM CURTO; BRANCO E TRATADO COMO ZERO.
           03 FC-VALOR-DEVOLVIDO  PIC  9(011)V9(002).
