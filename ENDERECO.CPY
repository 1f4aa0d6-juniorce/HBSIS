           03 END-BAIRRO             PIC  X(025).
           03 END-MUNICIPIO          PIC  X(030).
           03 END-UF                 PIC  X(002).
      * DATA/HORA (AAAAMMDDHHMMSS) EM QUE AS COORDENADAS FORAM
      * GRAVADAS PELA ULTIMA VEZ (TELA OU RETORNO DO BUREAU) E EM QUE
      * O ENDERECO POSTAL (CEP, LOGRADOURO, NUMERO, BAIRRO, MUNICIPIO
      * OU UF) FOI ALTERADO PELA ULTIMA VEZ. ENDERECO POSTAL MAIS
      * NOVO QUE AS COORDENADAS FAZ O ENDERECO IR PARA A SOLICITACAO
      * DE GEOCODIFICACAO (EXPORTGEO). REGISTROS ANTERIORES AOS
      * CAMPOS VEM CURTOS; SANEAR PARA ZEROS ANTES DE USAR OU REGRAVAR.
           03 END-DATA-COORDENADA    PIC  9(014).
           03 END-DATA-POSTAL        PIC  9(014).
