      *****************************************************************
      * MOVTITULO.CPY                                                *
      * LAYOUT DO REGISTRO DO RAZAO DE MOVIMENTOS DO CONTAS A        *
      * RECEBER (ARQ-MOVTITULO). CADA BAIXA DE PAGAMENTO SOBRE UM    *
      * TITULO (VER TITULO.CPY), MANUAL PELA TELA DE RECEBIMENTO OU  *
      * AUTOMATICA PELO RETORNO BANCARIO, E APENSADA AQUI COM DATA,  *
      * VALOR, USUARIO E ORIGEM, ASSIM COMO OS CREDITOS DAS NOTAS DE *
      * DEVOLUCAO. E A BASE DO EXTRATO DE CONTA DO CLIENTE           *
      * (REPORTEXTRATO).                                             *
      *****************************************************************
       01  ARQ-MOVTITULO-REG.
      * DATA/HORA DA GRAVACAO (AAAAMMDDHHMMSS).
           03 MT-DATA-HORA        PIC  9(014).
      * DATA DO MOVIMENTO: NO RETORNO BANCARIO, A DATA DO PAGAMENTO
      * INFORMADA PELO BANCO; NA TELA, A DATA DO REGISTRO.
           03 MT-DATA-MOVIMENTO   PIC  9(008).
           03 MT-NUM-PEDIDO       PIC  9(007).
           03 MT-NUM-PARCELA      PIC  9(002).
           03 MT-COD-CLIENTE      PIC  9(007).
           03 MT-COD-VENDEDOR     PIC  9(003).
      * "P" PAGAMENTO (ABATE O SALDO DO TITULO), "N" NOTA DE CREDITO
      * DE DEVOLUCAO (ABATE O SALDO DO TITULO; COM PARCELA 00, E O
      * VALOR A REEMBOLSAR AO CLIENTE QUE NAO COUBE NOS TITULOS).
           03 MT-TIPO             PIC  X(001).
              88 MOVIMENTO-PAGAMENTO VALUE "P".
              88 MOVIMENTO-NOTA-CREDITO VALUE "N".
           03 MT-VALOR            PIC  9(009)V9(002).
           03 MT-USUARIO          PIC  X(020).
      * "M" BAIXA MANUAL (TELA DE RECEBIMENTO), "B" RETORNO
      * BANCARIO, "I" SALDO DE IMPLANTACAO (VALOR JA PAGO NOS
      * TITULOS CONVERTIDOS ANTES DO RAZAO EXISTIR, VER CONVTITULO),
      * "D" DEVOLUCAO (TELA DE DEVOLUCAO, VER DEVOLUCAO.CPY).
           03 MT-ORIGEM           PIC  X(001).
              88 ORIGEM-MANUAL       VALUE "M".
              88 ORIGEM-BANCO        VALUE "B".
              88 ORIGEM-IMPLANTACAO  VALUE "I".
              88 ORIGEM-DEVOLUCAO    VALUE "D".
