      *****************************************************************
      * ROMANEIO.CPY                                                 *
      * LAYOUT DO REGISTRO DO CADASTRO DE ROMANEIOS DE ENTREGA       *
      * (ARQ-ROMANEIO). CADA ROMANEIO E UMA CARGA DE CAMINHAO: OS    *
      * PEDIDOS FATURADOS DE UMA REGIAO PARA UMA DATA DE ENTREGA,    *
      * AGRUPADOS EM PARADAS POR ENDERECO DE ENTREGA (VER            *
      * ROMANEIOPARADA.CPY).                                         *
      *****************************************************************
       01  ARQ-ROMANEIO-REG.
      * NUMERO SEQUENCIAL (VER CTL-ULTIMO-NUM-ROMANEIO EM
      * CONTROLE.CPY).
           03 RM-NUM-ROMANEIO     PIC  9(007).
           03 RM-DATA-ENTREGA     PIC  9(008).
           03 RM-COD-REGIAO       PIC  9(003).
      * EMPRESA DA SESSAO QUE GEROU O ROMANEIO (ZEROS = CONSOLIDADA).
           03 RM-COD-EMPRESA      PIC  9(003).
           03 RM-QTD-PARADAS      PIC  9(003).
           03 RM-QTD-PEDIDOS      PIC  9(005).
           03 RM-VALOR-TOTAL      PIC  9(011)V9(002).
      * PERCURSO TOTAL SUGERIDO ENTRE AS PARADAS, EM METROS.
           03 RM-DISTANCIA-TOTAL  PIC  9(011)V9(002).
      * "A" ABERTO (HA PARADA SEM CONFIRMACAO), "F" FECHADO.
           03 RM-STATUS           PIC  X(001).
              88 ROMANEIO-ABERTO     VALUE "A".
              88 ROMANEIO-FECHADO    VALUE "F".
           03 RM-DATA-GERACAO     PIC  9(008).
           03 RM-USUARIO          PIC  X(020).
