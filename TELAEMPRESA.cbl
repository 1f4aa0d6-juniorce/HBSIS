      * MANUTENCAO DO CADASTRO DE EMPRESAS (VER EMPRESA.CPY). A      *
      * EMPRESA ATIVA E ESCOLHIDA NO LOGIN E CARIMBADA NOS REGISTROS *
      * OPERACIONAIS. RESTRITA A USUARIOS COM A PERMISSAO DE         *
      * PARAMETROS. AS COORDENADAS DO DEPOSITO SAO A ORIGEM DA       *
      * DISTANCIA DE ENTREGA NO FRETE DOS PEDIDOS (VER FRETE.CPY).   *
      * O EVENTO DE FOLHA E A RUBRICA DA COMISSAO NA INTERFACE COM A *
      * FOLHA DE PAGAMENTO (VER EXPORTFOLHA).                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  W-ARQ-EMPRESA-REG.
           03 W-EM-CODIGO        PIC  9(003) VALUE ZEROS.
           03 W-EM-NOME          PIC  X(040) VALUE SPACES.
           03 W-EM-LATITUDE      PIC S9(003)V9(008) VALUE ZEROS.
           03 W-EM-LONGITUDE     PIC S9(003)V9(008) VALUE ZEROS.
           03 W-EM-EVENTO-FOLHA  PIC  9(004) VALUE ZEROS.

       SCREEN SECTION.
       01 MENU-EMPRESA.
          02 LINE 07 COL 18, PIC ZZ9 FROM W-EM-CODIGO.
          02 LINE 08 COL 10 VALUE "NOME  :".
          02 LINE 08 COL 18, PIC X(040) USING W-EM-NOME.
          02 LINE 10 COL 10 VALUE "COORDENADAS DO DEPOSITO".
          02 LINE 11 COL 10 VALUE "LATITUDE  :".
          02 LINE 11 COL 22, PIC -ZZ9,99999999 USING W-EM-LATITUDE.
          02 LINE 12 COL 10 VALUE "LONGITUDE :".
          02 LINE 12 COL 22, PIC -ZZ9,99999999 USING W-EM-LONGITUDE.
          02 LINE 13 COL 10 VALUE "EVENTO DE COMISSAO NA FOLHA:".
          02 LINE 13 COL 39, PIC 9999 USING W-EM-EVENTO-FOLHA.
          02 LINE 15 COL 10
             "CONFIRMA A GRAVACAO DA EMPRESA?(S/N):".
          02 LINE 15 COL 48, PIC X TO W-CONFIRMA.
          02 LINE 07 COL 18, PIC ZZ9 FROM W-EM-CODIGO.
          02 LINE 08 COL 10 VALUE "NOME  :".
          02 LINE 08 COL 18, PIC X(040) FROM W-EM-NOME.
          02 LINE 09 COL 10 VALUE "DEPOSITO:".
          02 LINE 09 COL 20, PIC -ZZ9,99999999 FROM W-EM-LATITUDE.
          02 LINE 09 COL 35, PIC -ZZ9,99999999 FROM W-EM-LONGITUDE.
          02 LINE 10 COL 10 VALUE "EVENTO DE FOLHA:".
          02 LINE 10 COL 27, PIC 9999 FROM W-EM-EVENTO-FOLHA.
          02 LINE 11 COL 10 VALUE "[N] PROXIMO  [F] FINALIZAR".
          02 LINE 12 COL 10, "OPCAO:".
          02 LINE 12 COL 17, PIC X TO W-OPCAO-LISTA.

       01 MENSAGEM-SEM-PERMISSAO AUTO.
          02 BLANK SCREEN.

           MOVE "N"    TO W-ACHOU-EMPRESA
           MOVE SPACES TO W-EM-NOME
           MOVE ZEROS  TO W-EM-LATITUDE, W-EM-LONGITUDE
           MOVE ZEROS  TO W-EM-EVENTO-FOLHA

           MOVE W-EM-CODIGO TO EM-COD-EMPRESA
           READ ARQ-EMPRESA RECORD KEY IS EM-COD-EMPRESA
           IF WE-FILE-STATUS EQUAL TO "00"
              MOVE "S"     TO W-ACHOU-EMPRESA
              MOVE EM-NOME TO W-EM-NOME
              PERFORM 110-SANEAR-EMPRESA
              MOVE EM-LATITUDE-DEPOSITO  TO W-EM-LATITUDE
              MOVE EM-LONGITUDE-DEPOSITO TO W-EM-LONGITUDE
              MOVE EM-EVENTO-FOLHA       TO W-EM-EVENTO-FOLHA
           END-IF

           DISPLAY MANUTENCAO-EMPRESA
             WHEN 'S'
                MOVE W-EM-CODIGO TO EM-COD-EMPRESA
                MOVE W-EM-NOME   TO EM-NOME
                MOVE W-EM-LATITUDE  TO EM-LATITUDE-DEPOSITO
                MOVE W-EM-LONGITUDE TO EM-LONGITUDE-DEPOSITO
                MOVE W-EM-EVENTO-FOLHA TO EM-EVENTO-FOLHA

                IF W-ACHOU-EMPRESA EQUAL TO "S"
                   REWRITE ARQ-EMPRESA-REG
           CLOSE ARQ-EMPRESA
           PERFORM 000-INICIO.

      * EMPRESA GRAVADA ANTES DAS COORDENADAS DO DEPOSITO OU DO
      * EVENTO DE FOLHA VEM CURTA.
       110-SANEAR-EMPRESA.
           IF EM-LATITUDE-DEPOSITO NOT NUMERIC
              OR EM-LONGITUDE-DEPOSITO NOT NUMERIC
              MOVE ZEROS TO EM-LATITUDE-DEPOSITO, EM-LONGITUDE-DEPOSITO
           END-IF

           IF EM-EVENTO-FOLHA NOT NUMERIC
              MOVE ZEROS TO EM-EVENTO-FOLHA
           END-IF.

       700-LISTAR-EMPRESAS.
           OPEN INPUT ARQ-EMPRESA

       710-EXIBIR-EMPRESA.
           MOVE EM-COD-EMPRESA TO W-EM-CODIGO
           MOVE EM-NOME        TO W-EM-NOME
           PERFORM 110-SANEAR-EMPRESA
           MOVE EM-LATITUDE-DEPOSITO  TO W-EM-LATITUDE
           MOVE EM-LONGITUDE-DEPOSITO TO W-EM-LONGITUDE
           MOVE EM-EVENTO-FOLHA       TO W-EM-EVENTO-FOLHA

           DISPLAY LISTAR-EMPRESA
           ACCEPT  LISTAR-EMPRESA
