       01  ARQ-EMPRESA-REG.
           03 EM-COD-EMPRESA      PIC  9(003).
           03 EM-NOME             PIC  X(040).
      * COORDENADAS DO DEPOSITO (CENTRO DE DISTRIBUICAO) DA EMPRESA,
      * ORIGEM DA DISTANCIA DE ENTREGA USADA NO CALCULO DO FRETE DO
      * PEDIDO (VER FRETE.CPY). REGISTRO ANTIGO VEM CURTO E E SANEADO
      * PARA ZEROS; DEPOSITO SEM COORDENADAS NAO COBRA FRETE.
           03 EM-LATITUDE-DEPOSITO  PIC S9(003)V9(008).
           03 EM-LONGITUDE-DEPOSITO PIC S9(003)V9(008).
      * CODIGO DO EVENTO (RUBRICA) DE COMISSAO NA FOLHA DE PAGAMENTO
      * DA EMPRESA, ENVIADO NA INTERFACE DE COMISSAO COM A FOLHA (VER
      * EXPORTFOLHA). ZEROS = EVENTO NAO CADASTRADO, A EMPRESA NAO
      * PODE SER EXPORTADA.
           03 EM-EVENTO-FOLHA     PIC  9(004).
