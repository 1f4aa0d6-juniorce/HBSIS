           03 W-BAIRRO-END       PIC  X(025) VALUE SPACES.
           03 W-MUNICIPIO-END    PIC  X(030) VALUE SPACES.
           03 W-UF-END           PIC  X(002) VALUE SPACES.
           03 W-DATA-COORDENADA-END PIC 9(014) VALUE ZEROS.
           03 W-DATA-POSTAL-END  PIC  9(014) VALUE ZEROS.

      * MAIOR NUMERO DE ENDERECO JA CADASTRADO PARA O CLIENTE
      * CORRENTE, USADO PARA GERAR O PROXIMO NUMERO SEQUENCIAL.
           MOVE W-BAIRRO-END     TO END-BAIRRO
           MOVE W-MUNICIPIO-END  TO END-MUNICIPIO
           MOVE FUNCTION UPPER-CASE(W-UF-END) TO END-UF
           MOVE END-DATA-ALTERACAO TO END-DATA-POSTAL

           IF W-LATITUDE-END EQUAL TO ZEROS
              AND W-LONGITUDE-END EQUAL TO ZEROS
              MOVE ZEROS              TO END-DATA-COORDENADA
           ELSE
              MOVE END-DATA-ALTERACAO TO END-DATA-COORDENADA
           END-IF

           WRITE ARQ-ENDERECO-REG

              END-EVALUATE
           END-IF.

      * O REGISTRO LIDO AINDA TEM OS VALORES ANTERIORES: COORDENADAS
      * OU ENDERECO POSTAL DIFERENTES DO DIGITADO RENOVAM A DATA
      * CORRESPONDENTE (VER END-DATA-COORDENADA EM ENDERECO.CPY).
       210-ALTERAR-ENDERECO.
           IF END-DATA-COORDENADA NOT NUMERIC
              MOVE ZEROS TO END-DATA-COORDENADA
           END-IF

           IF END-DATA-POSTAL NOT NUMERIC
              MOVE ZEROS TO END-DATA-POSTAL
           END-IF

           IF W-LATITUDE-END  NOT EQUAL TO END-LATITUDE
              OR W-LONGITUDE-END NOT EQUAL TO END-LONGITUDE
              MOVE FUNCTION CURRENT-DATE(1:14) TO END-DATA-COORDENADA
           END-IF

           IF W-CEP-END        NOT EQUAL TO END-CEP
              OR W-LOGRADOURO-END NOT EQUAL TO END-LOGRADOURO
              OR W-NUMERO-END     NOT EQUAL TO END-NUMERO
              OR W-BAIRRO-END     NOT EQUAL TO END-BAIRRO
              OR W-MUNICIPIO-END  NOT EQUAL TO END-MUNICIPIO
              OR FUNCTION UPPER-CASE(W-UF-END) NOT EQUAL TO END-UF
              MOVE FUNCTION CURRENT-DATE(1:14) TO END-DATA-POSTAL
           END-IF

           MOVE W-DESCRICAO     TO END-DESCRICAO
           MOVE W-LATITUDE-END  TO END-LATITUDE
           MOVE W-LONGITUDE-END TO END-LONGITUDE
