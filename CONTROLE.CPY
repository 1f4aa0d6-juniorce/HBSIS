           03 CTL-MAX-EXCECOES        PIC 9(007).
           03 CTL-MAX-DURACAO-MIN     PIC 9(005).
           03 CTL-MAX-PCT-REJEICAO    PIC 9(003).
      * ULTIMO NUMERO DE NOTA DE CREDITO EMITIDO NA DEVOLUCAO DE
      * MERCADORIA PELO CLIENTE (VER DEVOLUCAO.CPY).
           03 CTL-ULTIMO-NUM-NOTA-CRED PIC 9(007).
      * SERIE E ULTIMO NUMERO DE NOTA FISCAL EMITIDO NO FATURAMENTO
      * (VER NOTAFISCAL.CPY). SERIE EM BRANCO = SERIE 001. O NUMERO SO
      * E GRAVADO AQUI DEPOIS QUE O PEDIDO FOI CARIMBADO COM ELE.
           03 CTL-SERIE-NF            PIC X(003).
           03 CTL-ULTIMO-NUM-NF       PIC 9(009).
      * ULTIMO NUMERO DE ROMANEIO DE ENTREGA (VER ROMANEIO.CPY).
           03 CTL-ULTIMO-NUM-ROMANEIO PIC 9(007).
      * INTERVALO, EM SEMANAS, ENTRE AS VISITAS DO VENDEDOR A UM
      * CLIENTE DE CADA CLASSE (VER CLASSE-CLIENTE EM CLIENTE.CPY),
      * USADO PELO PLANEJAMENTO DE VISITAS (PLANEJAVISITA). VALORES
      * DE 1 A 4; ZEROS = PADRAO (A SEMANAL, B QUINZENAL, C MENSAL).
           03 CTL-FREQ-VISITA.
              05 CTL-FREQ-VISITA-A    PIC 9(002).
              05 CTL-FREQ-VISITA-B    PIC 9(002).
              05 CTL-FREQ-VISITA-C    PIC 9(002).
      * PERIODO COBERTO PELO PLANO DE VISITAS VIGENTE (VER
      * VISITAPLANO.CPY). FORA DELE, OU COM ZEROS, O ROTEIRO, O
      * PACOTE DE CAMPO E A ADERENCIA USAM A CARTEIRA INTEIRA.
           03 CTL-PLANO-VISITA.
              05 CTL-PLANO-VISITA-INICIO PIC 9(008).
              05 CTL-PLANO-VISITA-FIM    PIC 9(008).
      * DIAS SEM PEDIDO A PARTIR DOS QUAIS UM CLIENTE ATIVO DE CADA
      * CLASSE E APONTADO COMO SEM COMPRA PELA VARREDURA DE CLIENTES
      * SEM COMPRA (CLIENTESEMCOMPRA), QUE O POE NA FILA DE EXCECOES
      * PARA REATIVACAO. ZEROS = PADRAO (A 60, B 90, C 120 DIAS).
           03 CTL-DIAS-SEM-COMPRA.
              05 CTL-DIAS-SEM-COMPRA-A PIC 9(004).
              05 CTL-DIAS-SEM-COMPRA-B PIC 9(004).
              05 CTL-DIAS-SEM-COMPRA-C PIC 9(004).
      * PESOS DOS INDICADORES NA NOTA GERAL DO SCORECARD MENSAL DE
      * VENDEDORES (REPORTSCORECARD), NA ORDEM: ATINGIMENTO DA META,
      * ADERENCIA AO ROTEIRO, TICKET MEDIO, CLIENTES COMPRADORES NA
      * CARTEIRA, ADIMPLENCIA DA CARTEIRA E PEDIDOS NAO CANCELADOS.
      * A SOMA DOS SEIS E 100; ZEROS = PADRAO (30, 20, 10, 20, 10,
      * 10).
           03 CTL-PESOS-SCORECARD.
              05 CTL-PESO-META         PIC 9(003).
              05 CTL-PESO-ADERENCIA    PIC 9(003).
              05 CTL-PESO-TICKET       PIC 9(003).
              05 CTL-PESO-COBERTURA    PIC 9(003).
              05 CTL-PESO-INADIMPLENCIA PIC 9(003).
              05 CTL-PESO-CANCELAMENTO PIC 9(003).
