      *****************************************************************
      * ROMANEIOPARADA.CPY                                           *
      * LAYOUT DO REGISTRO DAS PARADAS DO ROMANEIO DE ENTREGA        *
      * (ARQ-ROMANEIO-PARADA), UM POR PEDIDO. OS PEDIDOS DO MESMO    *
      * CLIENTE/ENDERECO FORMAM UMA PARADA, NUMERADA NA ORDEM DO     *
      * PERCURSO SUGERIDO, E SAO CONFIRMADOS JUNTOS NA VOLTA DO      *
      * CAMINHAO.                                                    *
      *****************************************************************
       01  ARQ-ROMANEIO-PARADA-REG.
           03 RP-CHAVE.
              05 RP-NUM-ROMANEIO  PIC  9(007).
              05 RP-SEQ-PARADA    PIC  9(003).
              05 RP-NUM-PEDIDO    PIC  9(007).
           03 RP-COD-CLIENTE      PIC  9(007).
           03 RP-NUM-ENDERECO     PIC  9(003).
           03 RP-VALOR-PEDIDO     PIC  9(009)V9(002).
      * DISTANCIA (METROS) DA PARADA ANTERIOR ATE ESTA; NA PRIMEIRA
      * PARADA, DO DEPOSITO DA EMPRESA ATE ELA (ZERO QUANDO O
      * DEPOSITO NAO TEM COORDENADAS).
           03 RP-DISTANCIA-TRECHO PIC  9(009)V9(002).
      * BRANCO PENDENTE, "E" ENTREGUE (PEDIDO VAI A ENTREGUE), "R"
      * RECUSADA (VAI PARA A FILA DE EXCECOES COM ORIGEM "E", VER
      * EXCECAO.CPY), "N" NAO TENTADA (PEDIDO VOLTA A FICAR LIVRE
      * PARA OUTRO ROMANEIO).
           03 RP-SITUACAO         PIC  X(001).
              88 PARADA-PENDENTE     VALUE " ".
              88 PARADA-ENTREGUE     VALUE "E".
              88 PARADA-RECUSADA     VALUE "R".
              88 PARADA-NAO-TENTADA  VALUE "N".
           03 RP-MOTIVO           PIC  X(040).
           03 RP-DATA-CONFIRMACAO PIC  9(008).
           03 RP-USUARIO          PIC  X(020).
