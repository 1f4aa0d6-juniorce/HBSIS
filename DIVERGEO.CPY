      *****************************************************************
      * DIVERGEO.CPY                                                 *
      * LAYOUT DO ARQUIVO DE ENDERECOS DIVERGENTES DO CEP            *
      * (ARQ-DIVERGEO), REGRAVADO A CADA AUDITORIA DE COORDENADAS    *
      * (REPORTGEOCEP) COM OS ENDERECOS ACIMA DA TOLERANCIA. A       *
      * SOLICITACAO DE GEOCODIFICACAO (EXPORTGEO) ENVIA AO BUREAU OS *
      * QUE NAO TIVERAM AS COORDENADAS REGRAVADAS DEPOIS DELA.       *
      *****************************************************************
       01  ARQ-DIVERGEO-REG.
           03 DV-COD-CLIENTE      PIC  9(007).
           03 DV-NUM-ENDERECO     PIC  9(003).
           03 DV-DISTANCIA        PIC  9(009)V9(002).
      * DATA/HORA (AAAAMMDDHHMMSS) DA AUDITORIA.
           03 DV-DATA-AUDITORIA   PIC  9(014).
