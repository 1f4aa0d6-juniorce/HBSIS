      *****************************************************************
      * VISITAPLANO.CPY                                              *
      * LAYOUT DO REGISTRO DO PLANO DE VISITAS (ARQ-VISITA-PLANO),   *
      * GERADO PELO PLANEJAMENTO DE VISITAS (PLANEJAVISITA): A       *
      * CARTEIRA DE CADA VENDEDOR DISTRIBUIDA PELOS DIAS UTEIS DAS   *
      * PROXIMAS SEMANAS, CONFORME O INTERVALO ENTRE VISITAS DA      *
      * CLASSE DO CLIENTE (VER CTL-FREQ-VISITA EM CONTROLE.CPY). O   *
      * ROTEIRO, O PACOTE DE CAMPO E A ADERENCIA DO DIA LEEM AQUI AS *
      * VISITAS PREVISTAS EM VEZ DA CARTEIRA INTEIRA.                *
      *****************************************************************
       01  ARQ-VISITA-PLANO-REG.
           03 VP-CHAVE.
              05 VP-COD-VENDEDOR  PIC  9(003).
              05 VP-DATA-VISITA   PIC  9(008).
              05 VP-COD-CLIENTE   PIC  9(007).
      * NUMERO DO ENDERECO DE ENTREGA (ZEROS = ENDERECO PRINCIPAL,
      * VER D-NUM-ENDERECO EM DISTRIBUICAO.CPY).
              05 VP-NUM-ENDERECO  PIC  9(003).
           03 VP-CLASSE-CLIENTE   PIC  X(001).
      * INTERVALO EM SEMANAS USADO NO PLANEJAMENTO DESTA VISITA.
           03 VP-FREQ-SEMANAS     PIC  9(002).
      * DATA/HORA (AAAAMMDDHHMMSS) DO PLANEJAMENTO QUE GEROU A VISITA.
           03 VP-DATA-PLANO       PIC  9(014).
