       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EXPORTGEO AS "EXPORTGEO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * GERA O ARQUIVO DE SOLICITACAO AO BUREAU DE GEOCODIFICACAO    *
      * (solGeoAAAAMMDDHHMMSS) COM OS CLIENTES E ENDERECOS DE        *
      * ENTREGA CUJAS COORDENADAS PRECISAM SER REFEITAS:             *
      *   1 COORDENADAS ZERADAS (CLIENTE OU ENDERECO);               *
      *   2 ENDERECO ACUSADO PELA ULTIMA AUDITORIA CONTRA O CEP      *
      *     (REPORTGEOCEP, VER DIVERGEO.CPY) E QUE NAO TEVE AS       *
      *     COORDENADAS REGRAVADAS DEPOIS DELA;                      *
      *   3 ENDERECO POSTAL ALTERADO DEPOIS DA ULTIMA GRAVACAO DAS   *
      *     COORDENADAS (VER END-DATA-POSTAL EM ENDERECO.CPY).       *
      * SO ENTRAM ENDERECOS ATIVOS DE CLIENTES NAO INATIVOS. LAYOUT  *
      * DE LARGURA FIXA DO BUREAU:                                   *
      *   "H" + LOTE (DATA/HORA DA GERACAO) + REMETENTE              *
      *   "D" + CNPJ + NUMERO DO ENDERECO DE ENTREGA (ZEROS = O      *
      *       PROPRIO CLIENTE, LOCALIZADO PELO CNPJ) + LOGRADOURO,   *
      *       NUMERO E BAIRRO + CEP + MUNICIPIO + UF                 *
      *   "T" + QUANTIDADE DE DETALHES                               *
      * O RETORNO VOLTA NO LAYOUT LIDO PELA IMPORTGEO. CADA          *
      * CLIENTE/ENDERECO ENVIADO FICA REGISTRADO COMO SOLICITACAO    *
      * PENDENTE (VER SOLICGEO.CPY); A PENDENTE QUE NAO SAI NESTE    *
      * ARQUIVO DEIXOU DE PRECISAR DO BUREAU E E DISPENSADA.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT ARQ-ENDERECO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS END-CHAVE
                  FILE STATUS   IS WX-FILE-STATUS.

           SELECT ARQ-DIVERGEO  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WD-FILE-STATUS.

           SELECT ARQ-SOLICGEO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS SG-CHAVE
                  FILE STATUS   IS WG-FILE-STATUS.

           SELECT TB-SOLICITACAO ASSIGN TO DISK.

      * ARQUIVO PARA O BUREAU; O NOME E MONTADO EM W-LABEL-GEO COM O
      * LOTE.
           SELECT INT-GEO       ASSIGN TO W-LABEL-GEO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WI-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

       FD  ARQ-ENDERECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadEnderecoEntrega'.
       COPY "ENDERECO.CPY".

       FD  ARQ-DIVERGEO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadDivergenciaGeo'.
       COPY "DIVERGEO.CPY".

       FD  ARQ-SOLICGEO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSolicitacaoGeo'.
       COPY "SOLICGEO.CPY".

      * UM CLIENTE/ENDERECO PODE SER SELECIONADO POR MAIS DE UM
      * MOTIVO; A ORDENACAO POR MOTIVO DEIXA O MENOR EM PRIMEIRO.
       SD  TB-SOLICITACAO.
       01  TS-SOLICITACAO-REG.
           03 TS-CHAVE.
              05 TS-COD-CLIENTE   PIC  9(007).
              05 TS-NUM-ENDERECO  PIC  9(003).
           03 TS-MOTIVO           PIC  9(001).

       FD  INT-GEO
           LABEL RECORD IS STANDARD.
       01  INT-GEO-LINHA          PIC  X(140).

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WX-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WD-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WI-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-CONFIRMA              PIC  X(001) VALUE SPACES.
       77 W-USUARIO               PIC  X(020) VALUE SPACES.
       77 W-LABEL-GEO             PIC  X(030) VALUE SPACES.
      * DATA/HORA DA GERACAO: IDENTIFICA O ARQUIVO E AS SOLICITACOES
      * QUE SAIRAM NELE.
       77 W-LOTE                  PIC  9(014) VALUE ZEROS.
       77 W-FIM-CLIENTE           PIC  X(001) VALUE "N".
       77 W-FIM-ENDERECO          PIC  X(001) VALUE "N".
       77 W-FIM-DIVERGENCIA       PIC  X(001) VALUE "N".
       77 W-FIM-SOLICITACAO       PIC  X(001) VALUE "N".
       77 W-CLIENTE-VALIDO        PIC  X(001) VALUE "N".
       77 W-DATA-COORDENADA       PIC  9(014) VALUE ZEROS.
       77 W-DATA-POSTAL           PIC  9(014) VALUE ZEROS.

      * ULTIMO CLIENTE/ENDERECO GRAVADO NO ARQUIVO, PARA DESPREZAR
      * OS MOTIVOS REPETIDOS QUE VEM EM SEGUIDA NA ORDENACAO.
       01  W-CHAVE-ANTERIOR.
           03 W-ANT-COD-CLIENTE   PIC  9(007).
           03 W-ANT-NUM-ENDERECO  PIC  9(003).

      * TOTAIS DA GERACAO, NO TRAILER E NA MENSAGEM FINAL.
       77 W-QTD-DETALHES          PIC  9(007) VALUE ZEROS.
       77 W-QTD-ZERADAS           PIC  9(007) VALUE ZEROS.
       77 W-QTD-DIVERGENTES       PIC  9(007) VALUE ZEROS.
       77 W-QTD-ALTERADOS         PIC  9(007) VALUE ZEROS.
       77 W-QTD-REENVIOS          PIC  9(007) VALUE ZEROS.
       77 W-QTD-DISPENSADAS       PIC  9(007) VALUE ZEROS.

       01  W-REG-HEADER.
           03 FILLER              PIC  X(001) VALUE "H".
           03 W-H-LOTE            PIC  9(014).
           03 W-H-REMETENTE       PIC  X(020) VALUE "HBSIS".
           03 FILLER              PIC  X(105) VALUE SPACES.

       01  W-REG-DETALHE.
           03 FILLER              PIC  X(001) VALUE "D".
           03 W-D-CNPJ            PIC  9(014).
           03 W-D-NUM-ENDERECO    PIC  9(003).
           03 W-D-ENDERECO        PIC  X(080).
           03 W-D-CEP             PIC  9(008).
           03 W-D-MUNICIPIO       PIC  X(030).
           03 W-D-UF              PIC  X(002).
           03 FILLER              PIC  X(002) VALUE SPACES.

       01  W-REG-TRAILER.
           03 FILLER              PIC  X(001) VALUE "T".
           03 W-T-QTD-DETALHES    PIC  9(007).
           03 FILLER              PIC  X(132) VALUE SPACES.

       SCREEN SECTION.
       01 TELA-SOLICITACAO-GEO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 22 VALUE
             "SOLICITACAO DE COORDENADAS AO BUREAU".
          02 LINE 07 COL 10 VALUE
             "CLIENTES E ENDERECOS SEM COORDENADAS, DIVERGENTES DO".
          02 LINE 08 COL 10 VALUE
             "CEP NA ULTIMA AUDITORIA OU COM ENDERECO ALTERADO".
          02 LINE 09 COL 10 VALUE
             "DEPOIS DAS COORDENADAS.".
          02 LINE 15 COL 10
             "CONFIRMA A GERACAO DO ARQUIVO?(S/N):".
          02 LINE 15 COL 47, PIC X TO W-CONFIRMA.

       01 MENSAGEM-SOLICITACAO-OK AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "ARQUIVO GERADO:".
          02 LINE 07 COL 26, PIC X(030) FROM W-LABEL-GEO.
          02 LINE 08 COL 10 VALUE "SOLICITACOES.........:".
          02 LINE 08 COL 33, PIC ZZZZZZ9 FROM W-QTD-DETALHES.
          02 LINE 09 COL 10 VALUE "  SEM COORDENADAS....:".
          02 LINE 09 COL 33, PIC ZZZZZZ9 FROM W-QTD-ZERADAS.
          02 LINE 10 COL 10 VALUE "  DIVERGENTES DO CEP.:".
          02 LINE 10 COL 33, PIC ZZZZZZ9 FROM W-QTD-DIVERGENTES.
          02 LINE 11 COL 10 VALUE "  ENDERECO ALTERADO..:".
          02 LINE 11 COL 33, PIC ZZZZZZ9 FROM W-QTD-ALTERADOS.
          02 LINE 12 COL 10 VALUE "REENVIADAS SEM RESP..:".
          02 LINE 12 COL 33, PIC ZZZZZZ9 FROM W-QTD-REENVIOS.
          02 LINE 13 COL 10 VALUE "PENDENTES DISPENSADAS:".
          02 LINE 13 COL 33, PIC ZZZZZZ9 FROM W-QTD-DISPENSADAS.
          02 LINE 15 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-SESSAO

           DISPLAY TELA-SOLICITACAO-GEO
           ACCEPT  TELA-SOLICITACAO-GEO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
              CHAIN "MENU"
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO W-LOTE

           MOVE SPACES TO W-LABEL-GEO
           STRING "solGeo" W-LOTE DELIMITED BY SIZE
                  INTO W-LABEL-GEO

           SORT TB-SOLICITACAO
                ON ASCENDING KEY TS-COD-CLIENTE
                                 TS-NUM-ENDERECO
                                 TS-MOTIVO
                INPUT PROCEDURE 100-SELECIONAR
                OUTPUT PROCEDURE 200-GERAR-ARQUIVO

           PERFORM 300-DISPENSAR-SOLICITACOES

           DISPLAY MENSAGEM-SOLICITACAO-OK
           ACCEPT  MENSAGEM-SOLICITACAO-OK

           CHAIN "MENU".

      * IDENTIFICA O USUARIO QUE GEROU A SOLICITACAO.
       005-LER-SESSAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           IF SS-USUARIO EQUAL TO SPACES
              ACCEPT W-USUARIO FROM ENVIRONMENT "USER"
           ELSE
              MOVE SS-USUARIO TO W-USUARIO
           END-IF.

       100-SELECIONAR.
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-ENDERECO

           PERFORM 110-SELECIONAR-CLIENTES
           PERFORM 120-SELECIONAR-ENDERECOS
           PERFORM 130-SELECIONAR-DIVERGENTES

           CLOSE ARQ-ENDERECO
           CLOSE ARQ-CLIENTE.

      * COORDENADAS DO PROPRIO CADASTRO DO CLIENTE. O CLIENTE NAO
      * TEM ENDERECO POSTAL NO CADASTRO; O BUREAU O LOCALIZA PELO
      * CNPJ.
       110-SELECIONAR-CLIENTES.
           MOVE "N" TO W-FIM-CLIENTE

           MOVE LOW-VALUES TO COD-CLIENTE
           START ARQ-CLIENTE KEY IS NOT LESS THAN COD-CLIENTE

           IF WC-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-CLIENTE
           ELSE
              READ ARQ-CLIENTE NEXT RECORD
                AT END MOVE "S" TO W-FIM-CLIENTE
              END-READ
           END-IF

           PERFORM 115-SELECIONAR-UM-CLIENTE
             UNTIL W-FIM-CLIENTE = "S".

       115-SELECIONAR-UM-CLIENTE.
           IF NOT CLIENTE-INATIVO
              AND LATITUDE-CLIENTE  EQUAL TO ZEROS
              AND LONGITUDE-CLIENTE EQUAL TO ZEROS
              MOVE COD-CLIENTE TO TS-COD-CLIENTE
              MOVE ZEROS       TO TS-NUM-ENDERECO
              MOVE 1           TO TS-MOTIVO
              RELEASE TS-SOLICITACAO-REG
           END-IF

           READ ARQ-CLIENTE NEXT RECORD
             AT END MOVE "S" TO W-FIM-CLIENTE
           END-READ.

      * ENDERECOS DE ENTREGA SEM COORDENADAS OU COM O ENDERECO
      * POSTAL ALTERADO DEPOIS DAS COORDENADAS.
       120-SELECIONAR-ENDERECOS.
           MOVE "N" TO W-FIM-ENDERECO

           MOVE LOW-VALUES TO END-CHAVE
           START ARQ-ENDERECO KEY IS NOT LESS THAN END-CHAVE

           IF WX-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-ENDERECO
           ELSE
              READ ARQ-ENDERECO NEXT RECORD
                AT END MOVE "S" TO W-FIM-ENDERECO
              END-READ
           END-IF

           PERFORM 125-SELECIONAR-UM-ENDERECO
             UNTIL W-FIM-ENDERECO = "S".

       125-SELECIONAR-UM-ENDERECO.
           IF ENDERECO-ATIVO
              PERFORM 140-LER-CLIENTE-ENDERECO

              IF W-CLIENTE-VALIDO EQUAL TO "S"
                 MOVE END-COD-CLIENTE  TO TS-COD-CLIENTE
                 MOVE END-NUM-ENDERECO TO TS-NUM-ENDERECO

                 IF END-LATITUDE  EQUAL TO ZEROS
                    AND END-LONGITUDE EQUAL TO ZEROS
                    MOVE 1 TO TS-MOTIVO
                    RELEASE TS-SOLICITACAO-REG
                 ELSE
                    IF W-DATA-POSTAL GREATER THAN W-DATA-COORDENADA
                       MOVE 3 TO TS-MOTIVO
                       RELEASE TS-SOLICITACAO-REG
                    END-IF
                 END-IF
              END-IF
           END-IF

           READ ARQ-ENDERECO NEXT RECORD
             AT END MOVE "S" TO W-FIM-ENDERECO
           END-READ.

      * ENDERECOS ACUSADOS NA ULTIMA AUDITORIA CONTRA O CEP. O QUE
      * TEVE AS COORDENADAS REGRAVADAS DEPOIS DA AUDITORIA JA FOI
      * CORRIGIDO E NAO VAI DE NOVO.
       130-SELECIONAR-DIVERGENTES.
           MOVE "N" TO W-FIM-DIVERGENCIA

           OPEN INPUT ARQ-DIVERGEO

           IF WD-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-DIVERGENCIA
           ELSE
              READ ARQ-DIVERGEO
                AT END MOVE "S" TO W-FIM-DIVERGENCIA
              END-READ
           END-IF

           PERFORM 135-SELECIONAR-UM-DIVERGENTE
             UNTIL W-FIM-DIVERGENCIA = "S"

           CLOSE ARQ-DIVERGEO
           MOVE "00" TO WD-FILE-STATUS.

       135-SELECIONAR-UM-DIVERGENTE.
           MOVE DV-COD-CLIENTE  TO END-COD-CLIENTE
           MOVE DV-NUM-ENDERECO TO END-NUM-ENDERECO

           READ ARQ-ENDERECO RECORD KEY IS END-CHAVE

           IF WX-FILE-STATUS EQUAL TO "00" AND ENDERECO-ATIVO
              PERFORM 140-LER-CLIENTE-ENDERECO

              IF W-CLIENTE-VALIDO EQUAL TO "S"
                 AND W-DATA-COORDENADA NOT GREATER THAN
                     DV-DATA-AUDITORIA
                 MOVE END-COD-CLIENTE  TO TS-COD-CLIENTE
                 MOVE END-NUM-ENDERECO TO TS-NUM-ENDERECO
                 MOVE 2                TO TS-MOTIVO
                 RELEASE TS-SOLICITACAO-REG
              END-IF
           END-IF

           READ ARQ-DIVERGEO
             AT END MOVE "S" TO W-FIM-DIVERGENCIA
           END-READ.

      * CLIENTE DO ENDERECO CORRENTE (PRECISA EXISTIR E NAO ESTAR
      * INATIVO) E DATAS DO ENDERECO SANEADAS PARA A COMPARACAO.
       140-LER-CLIENTE-ENDERECO.
           MOVE "N" TO W-CLIENTE-VALIDO

           MOVE END-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

           IF WC-FILE-STATUS EQUAL TO "00" AND NOT CLIENTE-INATIVO
              MOVE "S" TO W-CLIENTE-VALIDO
           END-IF

           MOVE ZEROS TO W-DATA-COORDENADA, W-DATA-POSTAL

           IF END-DATA-COORDENADA NUMERIC
              MOVE END-DATA-COORDENADA TO W-DATA-COORDENADA
           END-IF

           IF END-DATA-POSTAL NUMERIC
              MOVE END-DATA-POSTAL TO W-DATA-POSTAL
           END-IF.

       200-GERAR-ARQUIVO.
           MOVE ZEROS      TO W-QTD-DETALHES
           MOVE "N"        TO W-FIM-SOLICITACAO
           MOVE HIGH-VALUES TO W-CHAVE-ANTERIOR

           OPEN OUTPUT INT-GEO

           MOVE W-LOTE TO W-H-LOTE
           WRITE INT-GEO-LINHA FROM W-REG-HEADER

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-ENDERECO
           OPEN I-O   ARQ-SOLICGEO

           IF WG-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-SOLICGEO
              CLOSE ARQ-SOLICGEO
              OPEN I-O ARQ-SOLICGEO
           END-IF

           RETURN TB-SOLICITACAO RECORD
             AT END MOVE "S" TO W-FIM-SOLICITACAO
           END-RETURN

           PERFORM 210-PROCESSAR-SOLICITACAO
             UNTIL W-FIM-SOLICITACAO = "S"

           CLOSE ARQ-SOLICGEO
           CLOSE ARQ-ENDERECO
           CLOSE ARQ-CLIENTE

           MOVE W-QTD-DETALHES TO W-T-QTD-DETALHES
           WRITE INT-GEO-LINHA FROM W-REG-TRAILER

           CLOSE INT-GEO.

       210-PROCESSAR-SOLICITACAO.
           IF TS-CHAVE NOT EQUAL TO W-CHAVE-ANTERIOR
              MOVE TS-CHAVE TO W-CHAVE-ANTERIOR
              PERFORM 220-GRAVAR-DETALHE
           END-IF

           RETURN TB-SOLICITACAO RECORD
             AT END MOVE "S" TO W-FIM-SOLICITACAO
           END-RETURN.

      * O DETALHE DO CLIENTE SAI SO COM O CNPJ; O DO ENDERECO DE
      * ENTREGA LEVA O ENDERECO POSTAL COMPLETO.
       220-GRAVAR-DETALHE.
           MOVE TS-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

           IF WC-FILE-STATUS NOT EQUAL TO "00"
              MOVE ZEROS TO CNPJ
           END-IF

           MOVE CNPJ            TO W-D-CNPJ
           MOVE TS-NUM-ENDERECO TO W-D-NUM-ENDERECO
           MOVE SPACES          TO W-D-ENDERECO, W-D-MUNICIPIO, W-D-UF
           MOVE ZEROS           TO W-D-CEP

           IF TS-NUM-ENDERECO GREATER THAN ZEROS
              MOVE TS-COD-CLIENTE  TO END-COD-CLIENTE
              MOVE TS-NUM-ENDERECO TO END-NUM-ENDERECO
              READ ARQ-ENDERECO RECORD KEY IS END-CHAVE

              IF WX-FILE-STATUS EQUAL TO "00"
                 STRING END-LOGRADOURO DELIMITED BY "  "
                        ", "           DELIMITED BY SIZE
                        END-NUMERO     DELIMITED BY "  "
                        " - "          DELIMITED BY SIZE
                        END-BAIRRO     DELIMITED BY "  "
                        INTO W-D-ENDERECO
                 MOVE END-CEP       TO W-D-CEP
                 MOVE END-MUNICIPIO TO W-D-MUNICIPIO
                 MOVE END-UF        TO W-D-UF
              END-IF
           END-IF

           WRITE INT-GEO-LINHA FROM W-REG-DETALHE
           ADD 1 TO W-QTD-DETALHES

           EVALUATE TS-MOTIVO
             WHEN 1
                ADD 1 TO W-QTD-ZERADAS
             WHEN 2
                ADD 1 TO W-QTD-DIVERGENTES
             WHEN OTHER
                ADD 1 TO W-QTD-ALTERADOS
           END-EVALUATE

           PERFORM 230-REGISTRAR-SOLICITACAO.

      * A SOLICITACAO AINDA PENDENTE E REENVIADA (CONTA MAIS UM
      * ENVIO, MANTEM O PRIMEIRO); A JA BAIXADA OU NOVA RECOMECA.
       230-REGISTRAR-SOLICITACAO.
           MOVE TS-COD-CLIENTE  TO SG-COD-CLIENTE
           MOVE TS-NUM-ENDERECO TO SG-NUM-ENDERECO

           READ ARQ-SOLICGEO RECORD KEY IS SG-CHAVE

           IF WG-FILE-STATUS EQUAL TO "00"
              IF SOLICITACAO-PENDENTE
                 ADD 1 TO W-QTD-REENVIOS

                 IF SG-QTD-ENVIOS LESS THAN 999
                    ADD 1 TO SG-QTD-ENVIOS
                 END-IF
              ELSE
                 MOVE W-LOTE TO SG-DATA-PRIMEIRO-ENVIO
                 MOVE 1      TO SG-QTD-ENVIOS
              END-IF

              PERFORM 235-MONTAR-SOLICITACAO
              REWRITE ARQ-SOLICGEO-REG
           ELSE
              MOVE W-LOTE TO SG-DATA-PRIMEIRO-ENVIO
              MOVE 1      TO SG-QTD-ENVIOS

              PERFORM 235-MONTAR-SOLICITACAO
              WRITE ARQ-SOLICGEO-REG
           END-IF

           MOVE "00" TO WG-FILE-STATUS.

       235-MONTAR-SOLICITACAO.
           MOVE CNPJ      TO SG-CNPJ
           MOVE TS-MOTIVO TO SG-MOTIVO
           MOVE "P"       TO SG-SITUACAO
           MOVE W-LOTE    TO SG-LOTE
           MOVE W-USUARIO TO SG-USUARIO
           MOVE ZEROS     TO SG-DATA-BAIXA.

      * PENDENTE QUE NAO SAIU NESTE LOTE JA NAO TEM MOTIVO PARA IR
      * AO BUREAU (COORDENADAS CORRIGIDAS NA TELA, ENDERECO OU
      * CLIENTE INATIVADO) E E DISPENSADA.
       300-DISPENSAR-SOLICITACOES.
           MOVE ZEROS TO W-QTD-DISPENSADAS
           MOVE "N"   TO W-FIM-SOLICITACAO

           OPEN I-O ARQ-SOLICGEO

           IF WG-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-SOLICITACAO
           ELSE
              MOVE LOW-VALUES TO SG-CHAVE
              START ARQ-SOLICGEO KEY IS NOT LESS THAN SG-CHAVE

              IF WG-FILE-STATUS NOT EQUAL TO "00"
                 MOVE "S" TO W-FIM-SOLICITACAO
              ELSE
                 READ ARQ-SOLICGEO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-SOLICITACAO
                 END-READ
              END-IF
           END-IF

           PERFORM 310-DISPENSAR-UMA-SOLICITACAO
             UNTIL W-FIM-SOLICITACAO = "S"

           CLOSE ARQ-SOLICGEO.

       310-DISPENSAR-UMA-SOLICITACAO.
           IF SOLICITACAO-PENDENTE AND SG-LOTE NOT EQUAL TO W-LOTE
              MOVE "D" TO SG-SITUACAO
              MOVE FUNCTION CURRENT-DATE(1:14) TO SG-DATA-BAIXA
              REWRITE ARQ-SOLICGEO-REG

              IF WG-FILE-STATUS EQUAL TO "00"
                 ADD 1 TO W-QTD-DISPENSADAS
              END-IF
           END-IF

           READ ARQ-SOLICGEO NEXT RECORD
             AT END MOVE "S" TO W-FIM-SOLICITACAO
           END-READ.

       END PROGRAM EXPORTGEO.
