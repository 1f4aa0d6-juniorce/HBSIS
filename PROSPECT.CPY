           03 PS-DATA-ALTERACAO   PIC  9(014).
      * CLIENTE GERADO PELA CONVERSAO (ZEROS = NAO CONVERTIDO).
           03 PS-COD-CLIENTE-GERADO PIC 9(007).
      * LOCALIZACAO DO PROSPECT, DIGITADA OU SUGERIDA PELO CEP (VER
      * CEP.CPY). ZEROS = SEM COORDENADAS, O PROSPECT NAO E
      * ATRIBUIDO. REGISTROS GRAVADOS ANTES DESTES CAMPOS EXISTIREM
      * VEM CURTOS E OS CAMPOS VOLTAM EM BRANCO NA LEITURA; SANEAR
      * PARA ZEROS ANTES DE USAR OU REGRAVAR.
           03 PS-CEP              PIC  9(008).
           03 PS-LATITUDE         PIC S9(003)V9(008).
           03 PS-LONGITUDE        PIC S9(003)V9(008).
      * VENDEDOR RESPONSAVEL PELO ACOMPANHAMENTO, ATRIBUIDO PELA
      * DISTRIBPROSPECT COM AS REGRAS DA DISTRIBUICAO DE CLIENTES
      * (ZEROS = SEM VENDEDOR). PROSPECTS GANHOS E PERDIDOS GUARDAM
      * O ULTIMO VENDEDOR QUE OS ACOMPANHOU.
           03 PS-COD-VENDEDOR     PIC  9(003).
           03 PS-DISTANCIA-VENDEDOR PIC 9(009)V9(002).
           03 PS-DATA-ATRIBUICAO  PIC  9(008).
