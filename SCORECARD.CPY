      *****************************************************************
      * SCORECARD.CPY                                                *
      * LAYOUT DO REGISTRO DO SCORECARD MENSAL DE VENDEDORES         *
      * (ARQ-SCORECARD), UM POR VENDEDOR ATIVO, NA ORDEM DE REGIAO E *
      * POSICAO NA REGIAO. REGRAVADO POR INTEIRO A CADA EXECUCAO DA  *
      * REPORTSCORECARD COM A COMPETENCIA APURADA; O PACOTE          *
      * GERENCIAL DA REGIAO (REPORTSUPERVISAO) LE AQUI O RANKING DOS *
      * VENDEDORES DA REGIAO.                                        *
      *****************************************************************
       01  ARQ-SCORECARD-REG.
           03 SC-ANO-MES          PIC  9(006).
           03 SC-COD-REGIAO       PIC  9(003).
           03 SC-POSICAO-REGIAO   PIC  9(003).
           03 SC-POSICAO-GERAL    PIC  9(003).
           03 SC-COD-VENDEDOR     PIC  9(003).
           03 SC-NOME-VENDEDOR    PIC  X(030).
      * INDICADORES DO MES (PERCENTUAIS COM DUAS DECIMAIS).
           03 SC-PCT-META         PIC  9(005)V9(002).
           03 SC-PCT-ADERENCIA    PIC  9(003)V9(002).
           03 SC-TICKET-MEDIO     PIC  9(009)V9(002).
           03 SC-QTD-COMPRADORES  PIC  9(005).
           03 SC-QTD-CARTEIRA     PIC  9(005).
           03 SC-PCT-INADIMPLENCIA PIC 9(003)V9(002).
           03 SC-PCT-CANCELAMENTO PIC  9(003)V9(002).
      * NOTA GERAL PONDERADA, DE 0 A 100 (VER CTL-PESOS-SCORECARD EM
      * CONTROLE.CPY).
           03 SC-NOTA             PIC  9(003)V9(002).
      * "S" QUANDO O INDICADOR TEVE BASE NO MES: META CADASTRADA,
      * VISITAS PLANEJADAS, CARTEIRA NA DISTRIBUICAO E PEDIDOS
      * TIRADOS. SEM BASE, O INDICADOR FICA FORA DA NOTA E O PESO
      * DELE E REPARTIDO ENTRE OS DEMAIS.
           03 SC-TEM-META         PIC  X(001).
           03 SC-TEM-ADERENCIA    PIC  X(001).
           03 SC-TEM-CARTEIRA     PIC  X(001).
           03 SC-TEM-PEDIDO       PIC  X(001).
