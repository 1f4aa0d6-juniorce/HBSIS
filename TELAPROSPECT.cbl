      * (HONRANDO O FLUXO DA TELA DE APROVACAO), GRAVA O LOG DE      *
      * INCLUSAO E MARCA O PROSPECT COMO GANHO. PROSPECTS PERDIDOS   *
      * PERMANECEM NO FUNIL COM O HISTORICO.                         *
      * A LOCALIZACAO DO PROSPECT E DIGITADA OU, COM AS COORDENADAS  *
      * ZERADAS, SUGERIDA PELO CEP (VER CEP.CPY); E POR ELA QUE A    *
      * DISTRIBPROSPECT ESCOLHE O VENDEDOR QUE ACOMPANHA O PROSPECT. *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT ARQ-CEP       ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CEP-NUMERO
                  FILE STATUS   IS WZ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROSPECT
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       FD  ARQ-CEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCep'.
       COPY "CEP.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WOPCAO                 PIC  9      VALUE ZEROS.
       77 WT-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WZ-FILE-STATUS         PIC  X(002) VALUE "00".
      * LIGADO QUANDO O CEP DIGITADO FOI LOCALIZADO NO ARQUIVO DE
      * REFERENCIA.
       77 W-CEP-ENCONTRADO       PIC  X(001) VALUE "N".
       77 W-OPCAO-LISTA          PIC  X(001) VALUE SPACES.
       77 W-ACHOU-PROSPECT       PIC  X(001) VALUE "N".
       77 W-RETORNO              PIC  9(001) VALUE ZEROS.
           03 W-PS-REGIAO        PIC  9(003) VALUE ZEROS.
           03 W-PS-ESTAGIO       PIC  X(001) VALUE "C".
           03 W-PS-CLIENTE       PIC  9(007) VALUE ZEROS.
           03 W-PS-CEP           PIC  9(008) VALUE ZEROS.
           03 W-PS-LATITUDE      PIC S9(003)V9(008) VALUE ZEROS.
           03 W-PS-LONGITUDE     PIC S9(003)V9(008) VALUE ZEROS.
           03 W-PS-VENDEDOR      PIC  9(003) VALUE ZEROS.

       SCREEN SECTION.
       01 MENU-PROSPECT.
          02 LINE 07 COL 10 VALUE "[1] INCLUIR OU ALTERAR PROSPECT".
          02 LINE 08 COL 10 VALUE "[2] LISTAR PROSPECTS".
          02 LINE 09 COL 10 VALUE "[3] CONVERTER PROSPECT EM CLIENTE".
          02 LINE 10 COL 10 VALUE
             "[4] DISTRIBUIR PROSPECTS AOS VENDEDORES".
          02 LINE 11 COL 10 VALUE "[5] VOLTAR AO MENU PRINCIPAL".
          02 LINE 13 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 13 COL 34 PIC 9 TO WOPCAO AUTO.

       01 BUSCAR-PROSPECT AUTO.
          02 BLANK SCREEN.
          02 LINE 11 COL 30, PIC ZZ9 USING W-PS-REGIAO.
          02 LINE 12 COL 10 VALUE "ESTAGIO (C/P/G/D) :".
          02 LINE 12 COL 30, PIC X(001) USING W-PS-ESTAGIO.
          02 LINE 13 COL 10 VALUE "CEP               :".
          02 LINE 13 COL 30, PIC 99999999 USING W-PS-CEP.
          02 LINE 14 COL 10 VALUE "LATITUDE          :".
          02 LINE 14 COL 30, PIC -ZZ9,99999999 USING W-PS-LATITUDE.
          02 LINE 15 COL 10 VALUE "LONGITUDE         :".
          02 LINE 15 COL 30, PIC -ZZ9,99999999 USING W-PS-LONGITUDE.
          02 LINE 16 COL 10 VALUE
             "(COORDENADAS ZERADAS = SUGERIDAS PELO CEP)".
          02 LINE 17 COL 10 VALUE "VENDEDOR          :".
          02 LINE 17 COL 30, PIC ZZ9 FROM W-PS-VENDEDOR.
          02 LINE 19 COL 10
             "CONFIRMA A GRAVACAO DO PROSPECT?(S/N):".
          02 LINE 19 COL 49, PIC X TO W-CONFIRMA.

       01 LISTAR-PROSPECT AUTO.
          02 BLANK SCREEN.
          02 LINE 12 COL 24, PIC X(001) FROM W-PS-ESTAGIO.
          02 LINE 13 COL 10 VALUE "CLIENTE     :".
          02 LINE 13 COL 24, PIC ZZZZZZ9 FROM W-PS-CLIENTE.
          02 LINE 14 COL 10 VALUE "CEP         :".
          02 LINE 14 COL 24, PIC 99999999 FROM W-PS-CEP.
          02 LINE 15 COL 10 VALUE "LATITUDE    :".
          02 LINE 15 COL 24, PIC -ZZ9,99999999 FROM W-PS-LATITUDE.
          02 LINE 16 COL 10 VALUE "LONGITUDE   :".
          02 LINE 16 COL 24, PIC -ZZ9,99999999 FROM W-PS-LONGITUDE.
          02 LINE 17 COL 10 VALUE "VENDEDOR    :".
          02 LINE 17 COL 24, PIC ZZ9 FROM W-PS-VENDEDOR.
          02 LINE 19 COL 10 VALUE
             "[N] PROXIMO  [A] ANTERIOR  [F] FINALIZAR".
          02 LINE 20 COL 10, "OPCAO:".
          02 LINE 20 COL 17, PIC X TO W-OPCAO-LISTA.

       01 MENSAGEM-PROSPECT-INVALIDO AUTO.
          02 BLANK SCREEN.
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-CEP-NAO-ENCONTRADO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "CEP NAO CADASTRADO, INFORME AS COORDENADAS MANUALMENTE".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-CNPJ-INVALIDO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
             WHEN 3
                PERFORM 300-CONVERTER
             WHEN 4
                CHAIN "DISTRIBPROSPECT"
             WHEN 5
                CALL "MENU"
             WHEN OTHER
                PERFORM 000-INICIO
           MOVE "N"    TO W-ACHOU-PROSPECT
           MOVE SPACES TO W-PS-RAZAO, W-PS-CONTATO, W-PS-TELEFONE
           MOVE ZEROS  TO W-PS-CNPJ, W-PS-REGIAO, W-PS-CLIENTE
           MOVE ZEROS  TO W-PS-CEP, W-PS-LATITUDE, W-PS-LONGITUDE,
                          W-PS-VENDEDOR
           MOVE "C"    TO W-PS-ESTAGIO

           MOVE W-PS-CODIGO TO PS-COD-PROSPECT
           READ ARQ-PROSPECT RECORD KEY IS PS-COD-PROSPECT

           IF WO-FILE-STATUS EQUAL TO "00"
              PERFORM 150-SANEAR-PROSPECT
              MOVE "S"             TO W-ACHOU-PROSPECT
              MOVE PS-RAZAO-SOCIAL TO W-PS-RAZAO
              MOVE PS-CNPJ         TO W-PS-CNPJ
              MOVE PS-COD-REGIAO   TO W-PS-REGIAO
              MOVE PS-ESTAGIO      TO W-PS-ESTAGIO
              MOVE PS-COD-CLIENTE-GERADO TO W-PS-CLIENTE
              MOVE PS-CEP          TO W-PS-CEP
              MOVE PS-LATITUDE     TO W-PS-LATITUDE
              MOVE PS-LONGITUDE    TO W-PS-LONGITUDE
              MOVE PS-COD-VENDEDOR TO W-PS-VENDEDOR
           END-IF

           DISPLAY MANUTENCAO-PROSPECT
              PERFORM 000-INICIO
           END-IF

           PERFORM 120-CONSULTAR-CEP

      * PROSPECT NOVO NASCE SEM VENDEDOR; O ALTERADO MANTEM O QUE A
      * ULTIMA DISTRIBPROSPECT ATRIBUIU, ATE A PROXIMA EXECUCAO.
           IF W-ACHOU-PROSPECT NOT EQUAL TO "S"
              MOVE ZEROS TO PS-COD-VENDEDOR, PS-DISTANCIA-VENDEDOR,
                            PS-DATA-ATRIBUICAO
           END-IF

           MOVE W-PS-CODIGO   TO PS-COD-PROSPECT
           MOVE W-PS-RAZAO    TO PS-RAZAO-SOCIAL
           MOVE W-PS-CNPJ     TO PS-CNPJ
           MOVE W-PS-REGIAO   TO PS-COD-REGIAO
           MOVE W-PS-ESTAGIO  TO PS-ESTAGIO
           MOVE W-PS-CLIENTE  TO PS-COD-CLIENTE-GERADO
           MOVE W-PS-CEP       TO PS-CEP
           MOVE W-PS-LATITUDE  TO PS-LATITUDE
           MOVE W-PS-LONGITUDE TO PS-LONGITUDE
           MOVE FUNCTION CURRENT-DATE(1:14) TO PS-DATA-ALTERACAO

           IF W-ACHOU-PROSPECT EQUAL TO "S"
           DISPLAY MENSAGEM-PROSPECT-GRAVADO
           ACCEPT  MENSAGEM-PROSPECT-GRAVADO.

      * COM O CEP INFORMADO E AS COORDENADAS ZERADAS, SUGERE AS
      * COORDENADAS DE REFERENCIA DO CEP, COMO NA TELA DE ENDERECOS
      * DE ENTREGA. COORDENADAS DIGITADAS PREVALECEM SOBRE AS DO CEP.
       120-CONSULTAR-CEP.
           MOVE "N" TO W-CEP-ENCONTRADO

           IF W-PS-CEP GREATER THAN ZEROS
              AND W-PS-LATITUDE EQUAL TO ZEROS
              AND W-PS-LONGITUDE EQUAL TO ZEROS
              OPEN INPUT ARQ-CEP

              IF WZ-FILE-STATUS EQUAL TO "00"
                 MOVE W-PS-CEP TO CEP-NUMERO
                 READ ARQ-CEP RECORD KEY IS CEP-NUMERO

                 IF WZ-FILE-STATUS EQUAL TO "00"
                    MOVE "S"           TO W-CEP-ENCONTRADO
                    MOVE CEP-LATITUDE  TO W-PS-LATITUDE
                    MOVE CEP-LONGITUDE TO W-PS-LONGITUDE
                 END-IF

                 CLOSE ARQ-CEP
              END-IF

              IF W-CEP-ENCONTRADO NOT EQUAL TO "S"
                 DISPLAY MENSAGEM-CEP-NAO-ENCONTRADO
                 ACCEPT  MENSAGEM-CEP-NAO-ENCONTRADO
              END-IF
           END-IF.

      * REGISTRO GRAVADO ANTES DA LOCALIZACAO E DO VENDEDOR EXISTIREM
      * VEM CURTO (VER PROSPECT.CPY); SANEIA OS CAMPOS PARA ZEROS.
       150-SANEAR-PROSPECT.
           IF PS-CEP NOT NUMERIC
              MOVE ZEROS TO PS-CEP
           END-IF

           IF PS-LATITUDE NOT NUMERIC
              MOVE ZEROS TO PS-LATITUDE
           END-IF

           IF PS-LONGITUDE NOT NUMERIC
              MOVE ZEROS TO PS-LONGITUDE
           END-IF

           IF PS-COD-VENDEDOR NOT NUMERIC
              MOVE ZEROS TO PS-COD-VENDEDOR
           END-IF

           IF PS-DISTANCIA-VENDEDOR NOT NUMERIC
              MOVE ZEROS TO PS-DISTANCIA-VENDEDOR
           END-IF

           IF PS-DATA-ATRIBUICAO NOT NUMERIC
              MOVE ZEROS TO PS-DATA-ATRIBUICAO
           END-IF.

      * CONVERSAO DO PROSPECT EM CLIENTE: CNPJ VALIDO E INEDITO,
      * CODIGO GERADO PELO REGISTRO DE CONTROLE, CLIENTE NASCE
      * PENDENTE DE APROVACAO (COM AS COORDENADAS DO PROSPECT, OU
      * ZERADAS, A SEREM PREENCHIDAS NO CADASTRO), LOG DE INCLUSAO
      * GRAVADO E PROSPECT MARCADO COMO GANHO.
       300-CONVERTER.
           OPEN I-O ARQ-PROSPECT

              PERFORM 000-INICIO
           END-IF

           PERFORM 150-SANEAR-PROSPECT

           IF PS-COD-CLIENTE-GERADO GREATER THAN ZEROS
              CLOSE ARQ-PROSPECT
              DISPLAY MENSAGEM-JA-CONVERTIDO
           MOVE W-COD-CLIENTE-NOVO TO COD-CLIENTE
           MOVE PS-CNPJ            TO CNPJ
           MOVE PS-RAZAO-SOCIAL    TO RAZAO-SOCIAL
           MOVE PS-LATITUDE        TO LATITUDE-CLIENTE
           MOVE PS-LONGITUDE       TO LONGITUDE-CLIENTE
           MOVE "P"                TO STATUS-CLIENTE
           MOVE PS-COD-REGIAO      TO COD-REGIAO-CLIENTE
           MOVE "C"                TO CLASSE-CLIENTE
              MOVE ZEROS TO CTL-MAX-PCT-REJEICAO
           END-IF

           IF CTL-ULTIMO-NUM-NOTA-CRED NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-NOTA-CRED
           END-IF

           IF CTL-ULTIMO-NUM-NF NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-NF
           END-IF

           IF CTL-ULTIMO-NUM-ROMANEIO NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-ROMANEIO
           END-IF

           IF CTL-FREQ-VISITA NOT NUMERIC
              MOVE ZEROS TO CTL-FREQ-VISITA
           END-IF

           IF CTL-PLANO-VISITA NOT NUMERIC
              MOVE ZEROS TO CTL-PLANO-VISITA
           END-IF

           IF CTL-DIAS-SEM-COMPRA NOT NUMERIC
              MOVE ZEROS TO CTL-DIAS-SEM-COMPRA
           END-IF

           IF CTL-PESOS-SCORECARD NOT NUMERIC
              MOVE ZEROS TO CTL-PESOS-SCORECARD
           END-IF

           ADD 1 TO CTL-ULTIMO-COD-CLIENTE
           MOVE CTL-ULTIMO-COD-CLIENTE TO W-COD-CLIENTE-NOVO

           END-IF.

       710-EXIBIR-PROSPECT.
           PERFORM 150-SANEAR-PROSPECT

           MOVE PS-COD-PROSPECT TO W-PS-CODIGO
           MOVE PS-RAZAO-SOCIAL TO W-PS-RAZAO
           MOVE PS-CNPJ         TO W-PS-CNPJ
           MOVE PS-COD-REGIAO   TO W-PS-REGIAO
           MOVE PS-ESTAGIO      TO W-PS-ESTAGIO
           MOVE PS-COD-CLIENTE-GERADO TO W-PS-CLIENTE
           MOVE PS-CEP          TO W-PS-CEP
           MOVE PS-LATITUDE     TO W-PS-LATITUDE
           MOVE PS-LONGITUDE    TO W-PS-LONGITUDE
           MOVE PS-COD-VENDEDOR TO W-PS-VENDEDOR

           DISPLAY LISTAR-PROSPECT
           ACCEPT  LISTAR-PROSPECT
