       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CONVPEDIDO AS "CONVPEDIDO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * CONVERSAO UNICA DOS PEDIDOS E DO CONTAS A RECEBER PARA AS    *
      * CHAVES ALTERNADAS DE CLIENTE (E, NOS PEDIDOS, DE VENDEDOR E  *
      * DATA), QUE EVITAM A LEITURA DO ARQUIVO INTEIRO A CADA        *
      * CONSULTA (VER PEDIDO.CPY E TITULO.CPY). OS CADASTROS ATUAIS  *
      * DEVEM SER RENOMEADOS PARA 'cadPedidoAntigo' E                *
      * 'cadTituloAntigo' ANTES DA EXECUCAO; CADA UM E RECRIADO COM  *
      * AS NOVAS CHAVES. NO PEDIDO, O VENDEDOR E A DATA PASSAM A     *
      * FICAR LADO A LADO (P-CHAVE-VENDEDOR). SE O NOVO CADASTRO JA  *
      * EXISTIR, AQUELE ARQUIVO NAO E CONVERTIDO. AO FINAL, O NOVO   *
      * ARQUIVO E RECONTADO POR CADA UMA DAS CHAVES E AS CONTAGENS   *
      * SAO CONFERIDAS COM A DO ARQUIVO ANTIGO; O ANTIGO SO DEVE SER *
      * DESCARTADO DEPOIS DE CONTAGENS IGUAIS.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDO-ANT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS PA-NUM-PEDIDO
                  FILE STATUS   IS WA-FILE-STATUS.

           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-TITULO-ANT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS TA-CHAVE
                  FILE STATUS   IS WT-FILE-STATUS.

           SELECT ARQ-TITULO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE
                  ALTERNATE RECORD KEY IS TIT-COD-CLIENTE
                                WITH DUPLICATES
                  FILE STATUS   IS WB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * LAYOUT ANTERIOR DO PEDIDO: O ENDERECO DE ENTREGA FICAVA ENTRE
      * O VENDEDOR E A DATA.
       FD  ARQ-PEDIDO-ANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedidoAntigo'.
       01  ARQ-PEDIDO-ANT-REG.
           03 PA-NUM-PEDIDO       PIC  9(007).
           03 PA-COD-CLIENTE      PIC  9(007).
           03 PA-COD-VENDEDOR     PIC  9(003).
           03 PA-NUM-ENDERECO     PIC  9(003).
           03 PA-DATA-PEDIDO      PIC  9(008).
           03 PA-VALOR-PEDIDO     PIC  9(009)V9(002).
           03 PA-STATUS-PEDIDO    PIC  X(001).
           03 PA-MOTIVO-CANCELAMENTO PIC X(040).
           03 PA-USUARIO-LIBERACAO PIC X(020).
           03 PA-COD-EMPRESA      PIC  9(003).
           03 PA-COD-COND-PAGTO   PIC  9(003).
           03 PA-SERIE-NF         PIC  X(003).
           03 PA-NUM-NF           PIC  9(009).
           03 PA-DATA-NF          PIC  9(008).
           03 PA-NUM-ROMANEIO     PIC  9(007).

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

      * O LAYOUT DO TITULO NAO MUDA; O PREFIXO TIT- E TROCADO POR
      * TA- PARA NAO COLIDIR COM O REGISTRO DO NOVO CADASTRO.
       FD  ARQ-TITULO-ANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTituloAntigo'.
       COPY "TITULO.CPY"
            REPLACING ==ARQ-TITULO-REG== BY ==ARQ-TITULO-ANT-REG==
                      LEADING ==TIT-== BY ==TA-==.

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTitulo'.
       COPY "TITULO.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WA-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WB-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-FIM-ARQUIVO          PIC  X(001) VALUE "N".
       77 W-QTD-CONTADOS         PIC  9(007) VALUE ZEROS.
       77 W-MENSAGEM-PEDIDO      PIC  X(050) VALUE SPACES.
       77 W-MENSAGEM-TITULO      PIC  X(050) VALUE SPACES.

      * CONTAGENS DOS PEDIDOS: LIDOS NO ARQUIVO ANTIGO, GRAVADOS E
      * REJEITADOS NO NOVO, E O NOVO RECONTADO POR CADA CHAVE.
       01  W-CONTAGEM-PEDIDO.
           03 W-PED-LIDOS        PIC  9(007) VALUE ZEROS.
           03 W-PED-GRAVADOS     PIC  9(007) VALUE ZEROS.
           03 W-PED-REJEITADOS   PIC  9(007) VALUE ZEROS.
           03 W-PED-POR-NUMERO   PIC  9(007) VALUE ZEROS.
           03 W-PED-POR-CLIENTE  PIC  9(007) VALUE ZEROS.
           03 W-PED-POR-VENDEDOR PIC  9(007) VALUE ZEROS.

       01  W-CONTAGEM-TITULO.
           03 W-TIT-LIDOS        PIC  9(007) VALUE ZEROS.
           03 W-TIT-GRAVADOS     PIC  9(007) VALUE ZEROS.
           03 W-TIT-REJEITADOS   PIC  9(007) VALUE ZEROS.
           03 W-TIT-POR-CHAVE    PIC  9(007) VALUE ZEROS.
           03 W-TIT-POR-CLIENTE  PIC  9(007) VALUE ZEROS.

       SCREEN SECTION.
       01 CONFIRMAR-CONVERSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 22 VALUE "CONVERSAO DE PEDIDOS E TITULOS".
          02 LINE 07 COL 10 VALUE
             "RECRIA cadPedidoAntigo EM cadPedido E".
          02 LINE 08 COL 10 VALUE
             "cadTituloAntigo EM cadTitulo COM AS CHAVES DE".
          02 LINE 09 COL 10 VALUE
             "CLIENTE E DE VENDEDOR/DATA.".
          02 LINE 11 COL 10 "CONFIRMA A CONVERSAO?(S/N):".
          02 LINE 11 COL 38, PIC X TO W-CONFIRMA.

       01 RESULTADO-CONVERSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 22 VALUE "CONVERSAO DE PEDIDOS E TITULOS".
          02 LINE 06 COL 05, PIC X(050) FROM W-MENSAGEM-PEDIDO.
          02 LINE 07 COL 05 VALUE "PEDIDOS LIDOS       :".
          02 LINE 07 COL 27, PIC ZZZZZZ9 FROM W-PED-LIDOS.
          02 LINE 07 COL 40 VALUE "GRAVADOS  :".
          02 LINE 07 COL 52, PIC ZZZZZZ9 FROM W-PED-GRAVADOS.
          02 LINE 08 COL 05 VALUE "REJEITADOS          :".
          02 LINE 08 COL 27, PIC ZZZZZZ9 FROM W-PED-REJEITADOS.
          02 LINE 09 COL 05 VALUE "RECONTADOS: NUMERO  :".
          02 LINE 09 COL 27, PIC ZZZZZZ9 FROM W-PED-POR-NUMERO.
          02 LINE 09 COL 40 VALUE "CLIENTE   :".
          02 LINE 09 COL 52, PIC ZZZZZZ9 FROM W-PED-POR-CLIENTE.
          02 LINE 10 COL 40 VALUE "VEND/DATA :".
          02 LINE 10 COL 52, PIC ZZZZZZ9 FROM W-PED-POR-VENDEDOR.
          02 LINE 12 COL 05, PIC X(050) FROM W-MENSAGEM-TITULO.
          02 LINE 13 COL 05 VALUE "TITULOS LIDOS       :".
          02 LINE 13 COL 27, PIC ZZZZZZ9 FROM W-TIT-LIDOS.
          02 LINE 13 COL 40 VALUE "GRAVADOS  :".
          02 LINE 13 COL 52, PIC ZZZZZZ9 FROM W-TIT-GRAVADOS.
          02 LINE 14 COL 05 VALUE "REJEITADOS          :".
          02 LINE 14 COL 27, PIC ZZZZZZ9 FROM W-TIT-REJEITADOS.
          02 LINE 15 COL 05 VALUE "RECONTADOS: CHAVE   :".
          02 LINE 15 COL 27, PIC ZZZZZZ9 FROM W-TIT-POR-CHAVE.
          02 LINE 15 COL 40 VALUE "CLIENTE   :".
          02 LINE 15 COL 52, PIC ZZZZZZ9 FROM W-TIT-POR-CLIENTE.
          02 LINE 17 COL 05, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 17 COL 34, PIC X TO W-CONFIRMA.

       PROCEDURE DIVISION.
       000-INICIO.
           DISPLAY CONFIRMAR-CONVERSAO
           ACCEPT  CONFIRMAR-CONVERSAO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL TO "S"
              PERFORM 100-CONVERTER-PEDIDOS
              PERFORM 300-CONVERTER-TITULOS
              DISPLAY RESULTADO-CONVERSAO
              ACCEPT  RESULTADO-CONVERSAO
           END-IF

           CHAIN "MENU".

      *****************************************************************
      * PEDIDOS: O NOVO CADASTRO SO E CRIADO SE AINDA NAO EXISTIR,   *
      * PARA QUE UMA SEGUNDA EXECUCAO NAO APAGUE PEDIDOS JA EM USO.  *
      *****************************************************************
       100-CONVERTER-PEDIDOS.
           OPEN INPUT ARQ-PEDIDO-ANT

           IF WA-FILE-STATUS NOT EQUAL TO "00"
              MOVE "CADASTRO cadPedidoAntigo NAO ENCONTRADO"
                TO W-MENSAGEM-PEDIDO
           ELSE
              OPEN INPUT ARQ-PEDIDO

              IF WP-FILE-STATUS EQUAL TO "00"
                 CLOSE ARQ-PEDIDO
                 CLOSE ARQ-PEDIDO-ANT
                 MOVE "cadPedido JA EXISTE; PEDIDOS NAO CONVERTIDOS"
                   TO W-MENSAGEM-PEDIDO
              ELSE
                 OPEN OUTPUT ARQ-PEDIDO
                 MOVE "N" TO W-FIM-ARQUIVO

                 READ ARQ-PEDIDO-ANT
                   AT END MOVE "S" TO W-FIM-ARQUIVO
                 END-READ

                 PERFORM 110-CONVERTER-PEDIDO
                   UNTIL W-FIM-ARQUIVO = "S"

                 CLOSE ARQ-PEDIDO
                 CLOSE ARQ-PEDIDO-ANT

                 PERFORM 200-RECONTAR-PEDIDOS

                 IF W-PED-POR-NUMERO   EQUAL TO W-PED-LIDOS
                    AND W-PED-POR-CLIENTE  EQUAL TO W-PED-LIDOS
                    AND W-PED-POR-VENDEDOR EQUAL TO W-PED-LIDOS
                    MOVE "PEDIDOS CONVERTIDOS: CONTAGENS CONFEREM"
                      TO W-MENSAGEM-PEDIDO
                 ELSE
                    MOVE "PEDIDOS: CONTAGENS DIVERGEM, MANTER O ANTIGO"
                      TO W-MENSAGEM-PEDIDO
                 END-IF
              END-IF
           END-IF.

      * OS CAMPOS NUMERICOS ACRESCENTADOS DEPOIS DA CRIACAO DO PEDIDO
      * PODEM VIR EM BRANCO NOS REGISTROS ANTIGOS E SAO SANEADOS PARA
      * ZEROS, COMO OS PROGRAMAS JA FAZIAM NA LEITURA; AS CHAVES NUNCA
      * SAO GRAVADAS COM CONTEUDO NAO NUMERICO.
       110-CONVERTER-PEDIDO.
           ADD 1 TO W-PED-LIDOS

           INITIALIZE ARQ-PEDIDO-REG

           MOVE PA-NUM-PEDIDO          TO P-NUM-PEDIDO
           MOVE PA-VALOR-PEDIDO        TO P-VALOR-PEDIDO
           MOVE PA-STATUS-PEDIDO       TO P-STATUS-PEDIDO
           MOVE PA-MOTIVO-CANCELAMENTO TO P-MOTIVO-CANCELAMENTO
           MOVE PA-USUARIO-LIBERACAO   TO P-USUARIO-LIBERACAO
           MOVE PA-SERIE-NF            TO P-SERIE-NF

           IF PA-COD-CLIENTE NUMERIC
              MOVE PA-COD-CLIENTE TO P-COD-CLIENTE
           END-IF

           IF PA-COD-VENDEDOR NUMERIC
              MOVE PA-COD-VENDEDOR TO P-COD-VENDEDOR
           END-IF

           IF PA-NUM-ENDERECO NUMERIC
              MOVE PA-NUM-ENDERECO TO P-NUM-ENDERECO
           END-IF

           IF PA-DATA-PEDIDO NUMERIC
              MOVE PA-DATA-PEDIDO TO P-DATA-PEDIDO
           END-IF

           IF PA-COD-EMPRESA NUMERIC
              MOVE PA-COD-EMPRESA TO P-COD-EMPRESA
           END-IF

           IF PA-COD-COND-PAGTO NUMERIC
              MOVE PA-COD-COND-PAGTO TO P-COD-COND-PAGTO
           END-IF

           IF PA-NUM-NF NUMERIC
              MOVE PA-NUM-NF TO P-NUM-NF
           END-IF

           IF PA-DATA-NF NUMERIC
              MOVE PA-DATA-NF TO P-DATA-NF
           END-IF

           IF PA-NUM-ROMANEIO NUMERIC
              MOVE PA-NUM-ROMANEIO TO P-NUM-ROMANEIO
           END-IF

           WRITE ARQ-PEDIDO-REG

           IF WP-FILE-STATUS EQUAL TO "00"
              ADD 1 TO W-PED-GRAVADOS
           ELSE
              ADD 1 TO W-PED-REJEITADOS
           END-IF

           READ ARQ-PEDIDO-ANT
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

      * RECONTA O NOVO CADASTRO PERCORRENDO CADA UMA DAS CHAVES, O
      * QUE CONFERE TAMBEM QUE OS INDICES ALTERNADOS ESTAO COMPLETOS.
       200-RECONTAR-PEDIDOS.
           OPEN INPUT ARQ-PEDIDO

           IF WP-FILE-STATUS EQUAL TO "00"
              MOVE ZEROS TO P-NUM-PEDIDO
              START ARQ-PEDIDO KEY IS NOT LESS THAN P-NUM-PEDIDO
              PERFORM 210-CONTAR-PEDIDOS
              MOVE W-QTD-CONTADOS TO W-PED-POR-NUMERO

              MOVE ZEROS TO P-COD-CLIENTE
              START ARQ-PEDIDO KEY IS NOT LESS THAN P-COD-CLIENTE
              PERFORM 210-CONTAR-PEDIDOS
              MOVE W-QTD-CONTADOS TO W-PED-POR-CLIENTE

              MOVE ZEROS TO P-CHAVE-VENDEDOR
              START ARQ-PEDIDO KEY IS NOT LESS THAN P-CHAVE-VENDEDOR
              PERFORM 210-CONTAR-PEDIDOS
              MOVE W-QTD-CONTADOS TO W-PED-POR-VENDEDOR

              CLOSE ARQ-PEDIDO
           END-IF.

      * CONTA DA POSICAO DO ULTIMO START ATE O FIM DO ARQUIVO.
       210-CONTAR-PEDIDOS.
           MOVE ZEROS TO W-QTD-CONTADOS
           MOVE "N"   TO W-FIM-ARQUIVO

           IF WP-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-ARQUIVO
           ELSE
              READ ARQ-PEDIDO NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
           END-IF

           PERFORM 220-CONTAR-UM-PEDIDO UNTIL W-FIM-ARQUIVO = "S".

       220-CONTAR-UM-PEDIDO.
           ADD 1 TO W-QTD-CONTADOS

           READ ARQ-PEDIDO NEXT RECORD
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

      *****************************************************************
      * TITULOS: MESMO ROTEIRO DOS PEDIDOS, SEM MUDANCA DE LAYOUT.   *
      *****************************************************************
       300-CONVERTER-TITULOS.
           OPEN INPUT ARQ-TITULO-ANT

           IF WT-FILE-STATUS NOT EQUAL TO "00"
              MOVE "CADASTRO cadTituloAntigo NAO ENCONTRADO"
                TO W-MENSAGEM-TITULO
           ELSE
              OPEN INPUT ARQ-TITULO

              IF WB-FILE-STATUS EQUAL TO "00"
                 CLOSE ARQ-TITULO
                 CLOSE ARQ-TITULO-ANT
                 MOVE "cadTitulo JA EXISTE; TITULOS NAO CONVERTIDOS"
                   TO W-MENSAGEM-TITULO
              ELSE
                 OPEN OUTPUT ARQ-TITULO
                 MOVE "N" TO W-FIM-ARQUIVO

                 READ ARQ-TITULO-ANT
                   AT END MOVE "S" TO W-FIM-ARQUIVO
                 END-READ

                 PERFORM 310-CONVERTER-TITULO
                   UNTIL W-FIM-ARQUIVO = "S"

                 CLOSE ARQ-TITULO
                 CLOSE ARQ-TITULO-ANT

                 PERFORM 400-RECONTAR-TITULOS

                 IF W-TIT-POR-CHAVE   EQUAL TO W-TIT-LIDOS
                    AND W-TIT-POR-CLIENTE EQUAL TO W-TIT-LIDOS
                    MOVE "TITULOS CONVERTIDOS: CONTAGENS CONFEREM"
                      TO W-MENSAGEM-TITULO
                 ELSE
                    MOVE "TITULOS: CONTAGENS DIVERGEM, MANTER O ANTIGO"
                      TO W-MENSAGEM-TITULO
                 END-IF
              END-IF
           END-IF.

       310-CONVERTER-TITULO.
           ADD 1 TO W-TIT-LIDOS

           MOVE ARQ-TITULO-ANT-REG TO ARQ-TITULO-REG

           IF TIT-COD-CLIENTE NOT NUMERIC
              MOVE ZEROS TO TIT-COD-CLIENTE
           END-IF

           WRITE ARQ-TITULO-REG

           IF WB-FILE-STATUS EQUAL TO "00"
              ADD 1 TO W-TIT-GRAVADOS
           ELSE
              ADD 1 TO W-TIT-REJEITADOS
           END-IF

           READ ARQ-TITULO-ANT
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       400-RECONTAR-TITULOS.
           OPEN INPUT ARQ-TITULO

           IF WB-FILE-STATUS EQUAL TO "00"
              MOVE LOW-VALUES TO TIT-CHAVE
              START ARQ-TITULO KEY IS NOT LESS THAN TIT-CHAVE
              PERFORM 410-CONTAR-TITULOS
              MOVE W-QTD-CONTADOS TO W-TIT-POR-CHAVE

              MOVE ZEROS TO TIT-COD-CLIENTE
              START ARQ-TITULO KEY IS NOT LESS THAN TIT-COD-CLIENTE
              PERFORM 410-CONTAR-TITULOS
              MOVE W-QTD-CONTADOS TO W-TIT-POR-CLIENTE

              CLOSE ARQ-TITULO
           END-IF.

       410-CONTAR-TITULOS.
           MOVE ZEROS TO W-QTD-CONTADOS
           MOVE "N"   TO W-FIM-ARQUIVO

           IF WB-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-ARQUIVO
           ELSE
              READ ARQ-TITULO NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
           END-IF

           PERFORM 420-CONTAR-UM-TITULO UNTIL W-FIM-ARQUIVO = "S".

       420-CONTAR-UM-TITULO.
           ADD 1 TO W-QTD-CONTADOS

           READ ARQ-TITULO NEXT RECORD
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       END PROGRAM CONVPEDIDO.
