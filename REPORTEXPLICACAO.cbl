       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REPORTEXPLICACAO AS "REPORTEXPLICACAO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * EXPLICACAO DA DISTRIBUICAO POR CLIENTE: A PARTIR DO ARQUIVO  *
      * DE EXPLICACAO GRAVADO PELA ULTIMA EXECUCAO EXPLICADA (VER    *
      * EXPLICACAO.CPY), MOSTRA PARA CADA CLIENTE/ENDERECO QUEM      *
      * FICOU COM ELE E POR QUAL REGRA, E TODOS OS VENDEDORES        *
      * AVALIADOS EM ORDEM DE DISTANCIA, CADA UM COM A CARGA E A     *
      * CAPACIDADE NO MOMENTO DA DECISAO E A SITUACAO: ESCOLHIDO,    *
      * RESERVA, PRETERIDO (MAIS DISTANTE, CARGA MAIOR NO MODO       *
      * BALANCEADO, ATRIBUICAO MANUAL, ATRIBUICAO MANTIDA OU REGRA   *
      * DO GRUPO) OU REPROVADO (AUSENTE, OUTRA REGIAO, CAPACIDADE,   *
      * DISTANCIA MAXIMA OU INATIVO). CLIENTE ZERADO = TODOS OS      *
      * CLIENTES EXPLICADOS.                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXPLICACAO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WN-FILE-STATUS.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WV-FILE-STATUS.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT TB-EXPLICACAO ASSIGN TO DISK.

           SELECT REL-EXPLICACAO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EXPLICACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadExplicacaoDistribuicao'.
       COPY "EXPLICACAO.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

      * TE-ORDEM POE A DECISAO (0) ANTES DOS CANDIDATOS (1) DO MESMO
      * ENDERECO; OS CANDIDATOS SAEM EM ORDEM DE DISTANCIA.
       SD  TB-EXPLICACAO.
       01  TE-EXPLICACAO-REG.
           03 TE-COD-CLIENTE      PIC  9(007).
           03 TE-NUM-ENDERECO     PIC  9(003).
           03 TE-ORDEM            PIC  9(001).
           03 TE-DISTANCIA        PIC  9(009)V9(002).
           03 TE-COD-VENDEDOR     PIC  9(003).
           03 TE-MOTIVO           PIC  X(001).
           03 TE-REGRA            PIC  X(001).
           03 TE-COD-VENDEDOR-RESERVA PIC 9(003).
           03 TE-DISTANCIA-MAXIMA PIC  9(009)V9(002).
           03 TE-CARGA            PIC  9(007).
           03 TE-CAPACIDADE       PIC  9(005).

       FD  REL-EXPLICACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relExplicacao'.
       01  REL-EXPLICACAO-LINHA   PIC  X(080).

       WORKING-STORAGE SECTION.
       77 WN-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WV-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-FIM-ARQUIVO           PIC  X(001) VALUE "N".
       77 W-FIM-EXPLICACAO        PIC  X(001) VALUE "N".
       77 W-PRIMEIRO-REGISTRO     PIC  X(001) VALUE "S".
       77 W-CLIENTE-ATUAL         PIC  9(007) VALUE ZEROS.
       77 W-ENDERECO-ATUAL        PIC  9(003) VALUE ZEROS.
       77 W-QTD-CLIENTES          PIC  9(007) VALUE ZEROS.
       77 W-QTD-ENDERECOS         PIC  9(007) VALUE ZEROS.
       77 W-POSICAO               PIC  9(003) VALUE ZEROS.

      * EXECUCAO QUE GEROU O ARQUIVO (LIDA NA PRIMEIRA LINHA).
       77 W-ID-EXECUCAO           PIC  9(006) VALUE ZEROS.
       77 W-TIPO-EXECUCAO         PIC  X(001) VALUE SPACES.
       77 W-DATA-HORA-EXECUCAO    PIC  9(014) VALUE ZEROS.

      * DECISAO DO ENDERECO CORRENTE, USADA PARA DAR A SITUACAO DE
      * CADA CANDIDATO.
       77 W-DEC-VENDEDOR          PIC  9(003) VALUE ZEROS.
       77 W-DEC-RESERVA           PIC  9(003) VALUE ZEROS.
       77 W-DEC-REGRA             PIC  X(001) VALUE SPACES.
       77 W-DEC-CARGA             PIC  9(007) VALUE ZEROS.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "EXPLICACAO DA DISTRIBUICAO POR CLIENTE".

       01  W-CABECALHO-3.
           03 FILLER              PIC  X(010) VALUE "EXECUCAO:".
           03 W-CAB-ID-EXECUCAO   PIC  ZZZZZ9.
           03 FILLER              PIC  X(008) VALUE "  TIPO:".
           03 W-CAB-TIPO          PIC  X(012).
           03 FILLER              PIC  X(010) VALUE "  INICIO:".
           03 W-CAB-DATA-HORA     PIC  9(014).

       01  W-LEGENDA-1.
           03 FILLER              PIC  X(040) VALUE
              "CARGA/CAP: CLIENTES JA RECEBIDOS NA EXEC".
           03 FILLER              PIC  X(040) VALUE
              "UCAO / CAPACIDADE (0 = SEM LIMITE)".

       01  W-LINHA-CLIENTE.
           03 FILLER              PIC  X(009) VALUE "CLIENTE:".
           03 W-LC-CODIGO         PIC  ZZZZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-LC-RAZAO          PIC  X(040).

       01  W-LINHA-ENDERECO.
           03 FILLER              PIC  X(012) VALUE "  ENDERECO:".
           03 W-LE-ENDERECO       PIC  ZZ9.
           03 FILLER              PIC  X(009) VALUE "  REGRA:".
           03 W-LE-REGRA          PIC  X(030).
           03 FILLER              PIC  X(011) VALUE " TETO (M):".
           03 W-LE-TETO           PIC  ZZZZZZZZ9,99.

       01  W-LINHA-ATRIBUIDO.
           03 FILLER              PIC  X(016) VALUE
              "  ATRIBUIDO A:".
           03 W-LA-VENDEDOR       PIC  ZZ9.
           03 FILLER              PIC  X(017) VALUE
              "  DISTANCIA (M):".
           03 W-LA-DISTANCIA      PIC  ZZZZZZZZ9,99.
           03 FILLER              PIC  X(011) VALUE "  RESERVA:".
           03 W-LA-RESERVA        PIC  ZZ9.

       01  W-COLUNAS.
           03 FILLER              PIC  X(008) VALUE "    POS".
           03 FILLER              PIC  X(005) VALUE "VEND".
           03 FILLER              PIC  X(017) VALUE "NOME".
           03 FILLER              PIC  X(013) VALUE
              "DISTANCIA (M)".
           03 FILLER              PIC  X(012) VALUE "CARGA/CAP".
           03 FILLER              PIC  X(008) VALUE "SITUACAO".

       01  W-DETALHE.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 W-D-POSICAO         PIC  ZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-VENDEDOR        PIC  ZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-NOME            PIC  X(016).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-DISTANCIA       PIC  ZZZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-CARGA           PIC  ZZZZ9.
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-D-CAPACIDADE      PIC  ZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-SITUACAO        PIC  X(026).

       01  W-RODAPE.
           03 FILLER              PIC  X(020) VALUE
              "CLIENTES EXPLICADOS:".
           03 W-R-CLIENTES        PIC  ZZZZZZ9.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 FILLER              PIC  X(011) VALUE "ENDERECOS:".
           03 W-R-ENDERECOS       PIC  ZZZZZZ9.

       01  W-LINHA-VAZIA.
           03 FILLER              PIC  X(040) VALUE
              "NENHUMA EXPLICACAO ENCONTRADA. SOLICITE".
           03 FILLER              PIC  X(040) VALUE
              " NA TELA E EXECUTE A DISTRIBUICAO.".

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE
           "EXPLICACAO DISTRIB".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relExplicacao'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       LINKAGE SECTION.
       01  L-COD-CLIENTE          PIC  9(007).

       PROCEDURE DIVISION USING L-COD-CLIENTE.
       000-INICIO.
           SORT TB-EXPLICACAO
                ON ASCENDING KEY TE-COD-CLIENTE
                                 TE-NUM-ENDERECO
                                 TE-ORDEM
                                 TE-DISTANCIA
                                 TE-COD-VENDEDOR
                INPUT PROCEDURE 100-SELECIONAR-EXPLICACAO
                OUTPUT PROCEDURE 200-IMPRIMIR-RELATORIO

           STRING "EXECUCAO " W-ID-EXECUCAO " CLIENTE " L-COD-CLIENTE
                  DELIMITED BY SIZE INTO W-SPOOL-PARAMETROS
           PERFORM 900-REGISTRAR-SPOOL

           CHAIN "MENU".

       100-SELECIONAR-EXPLICACAO.
           MOVE "N" TO W-FIM-EXPLICACAO

           OPEN INPUT ARQ-EXPLICACAO

           IF WN-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-EXPLICACAO
           ELSE
              READ ARQ-EXPLICACAO
                AT END MOVE "S" TO W-FIM-EXPLICACAO
              END-READ
           END-IF

           IF W-FIM-EXPLICACAO NOT EQUAL TO "S"
              MOVE EX-ID-EXECUCAO   TO W-ID-EXECUCAO
              MOVE EX-TIPO-EXECUCAO TO W-TIPO-EXECUCAO
              MOVE EX-DATA-HORA     TO W-DATA-HORA-EXECUCAO
           END-IF

           PERFORM 110-SELECIONAR-UMA UNTIL W-FIM-EXPLICACAO = "S"

           CLOSE ARQ-EXPLICACAO.

       110-SELECIONAR-UMA.
           IF L-COD-CLIENTE EQUAL TO ZEROS
              OR EX-COD-CLIENTE EQUAL TO L-COD-CLIENTE
              MOVE EX-COD-CLIENTE   TO TE-COD-CLIENTE
              MOVE EX-NUM-ENDERECO  TO TE-NUM-ENDERECO

              IF EXPLICACAO-DECISAO
                 MOVE 0 TO TE-ORDEM
              ELSE
                 MOVE 1 TO TE-ORDEM
              END-IF

              MOVE EX-DISTANCIA     TO TE-DISTANCIA
              MOVE EX-COD-VENDEDOR  TO TE-COD-VENDEDOR
              MOVE EX-MOTIVO        TO TE-MOTIVO
              MOVE EX-REGRA         TO TE-REGRA
              MOVE EX-COD-VENDEDOR-RESERVA
                TO TE-COD-VENDEDOR-RESERVA
              MOVE EX-DISTANCIA-MAXIMA TO TE-DISTANCIA-MAXIMA
              MOVE EX-CARGA         TO TE-CARGA
              MOVE EX-CAPACIDADE    TO TE-CAPACIDADE
              RELEASE TE-EXPLICACAO-REG
           END-IF

           READ ARQ-EXPLICACAO
             AT END MOVE "S" TO W-FIM-EXPLICACAO
           END-READ.

       200-IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-EXPLICACAO
           OPEN INPUT  ARQ-VENDEDOR
           OPEN INPUT  ARQ-CLIENTE
           MOVE "N" TO W-FIM-ARQUIVO
           MOVE "S" TO W-PRIMEIRO-REGISTRO

           MOVE W-ID-EXECUCAO        TO W-CAB-ID-EXECUCAO
           MOVE W-DATA-HORA-EXECUCAO TO W-CAB-DATA-HORA

           EVALUATE W-TIPO-EXECUCAO
             WHEN "C"
                MOVE "COMPLETA"    TO W-CAB-TIPO
             WHEN "I"
                MOVE "INCREMENTAL" TO W-CAB-TIPO
             WHEN "B"
                MOVE "BALANCEADA"  TO W-CAB-TIPO
             WHEN "S"
                MOVE "SIMULACAO"   TO W-CAB-TIPO
             WHEN OTHER
                MOVE SPACES        TO W-CAB-TIPO
           END-EVALUATE

           WRITE REL-EXPLICACAO-LINHA FROM W-CABECALHO-1
           WRITE REL-EXPLICACAO-LINHA FROM W-CABECALHO-2
           WRITE REL-EXPLICACAO-LINHA FROM W-CABECALHO-3
           WRITE REL-EXPLICACAO-LINHA FROM W-LEGENDA-1

           RETURN TB-EXPLICACAO RECORD INTO TE-EXPLICACAO-REG
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-RETURN

           IF W-FIM-ARQUIVO EQUAL TO "S"
              MOVE SPACES TO REL-EXPLICACAO-LINHA
              WRITE REL-EXPLICACAO-LINHA
              WRITE REL-EXPLICACAO-LINHA FROM W-LINHA-VAZIA
           END-IF

           PERFORM 210-TRATAR-EXPLICACAO UNTIL W-FIM-ARQUIVO = "S"

           MOVE SPACES TO REL-EXPLICACAO-LINHA
           WRITE REL-EXPLICACAO-LINHA
           MOVE W-QTD-CLIENTES  TO W-R-CLIENTES
           MOVE W-QTD-ENDERECOS TO W-R-ENDERECOS
           WRITE REL-EXPLICACAO-LINHA FROM W-RODAPE

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE REL-EXPLICACAO.

       210-TRATAR-EXPLICACAO.
           IF W-PRIMEIRO-REGISTRO = "S"
              OR TE-COD-CLIENTE NOT EQUAL TO W-CLIENTE-ATUAL
              MOVE "N" TO W-PRIMEIRO-REGISTRO
              PERFORM 220-ABRIR-CLIENTE
              PERFORM 230-ABRIR-ENDERECO
           ELSE
              IF TE-NUM-ENDERECO NOT EQUAL TO W-ENDERECO-ATUAL
                 PERFORM 230-ABRIR-ENDERECO
              END-IF
           END-IF

           IF TE-ORDEM EQUAL TO 0
              PERFORM 240-IMPRIMIR-DECISAO
           ELSE
              PERFORM 250-IMPRIMIR-CANDIDATO
           END-IF

           RETURN TB-EXPLICACAO RECORD INTO TE-EXPLICACAO-REG
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-RETURN.

       220-ABRIR-CLIENTE.
           MOVE TE-COD-CLIENTE TO W-CLIENTE-ATUAL
           MOVE TE-COD-CLIENTE TO W-LC-CODIGO
           ADD  1              TO W-QTD-CLIENTES

           MOVE TE-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

           IF WC-FILE-STATUS EQUAL TO "00"
              MOVE RAZAO-SOCIAL TO W-LC-RAZAO
           ELSE
              MOVE "CLIENTE NAO CADASTRADO" TO W-LC-RAZAO
           END-IF

           MOVE SPACES TO REL-EXPLICACAO-LINHA
           WRITE REL-EXPLICACAO-LINHA
           WRITE REL-EXPLICACAO-LINHA FROM W-LINHA-CLIENTE.

      * UM ENDERECO SEM LINHA DE DECISAO (EXECUCAO INTERROMPIDA NO
      * MEIO DELE) SAI SO COM OS CANDIDATOS, SEM ESCOLHIDO.
       230-ABRIR-ENDERECO.
           MOVE TE-NUM-ENDERECO TO W-ENDERECO-ATUAL
           MOVE ZEROS           TO W-POSICAO
           MOVE ZEROS           TO W-DEC-VENDEDOR
           MOVE ZEROS           TO W-DEC-RESERVA
           MOVE ZEROS           TO W-DEC-CARGA
           MOVE SPACES          TO W-DEC-REGRA
           ADD  1               TO W-QTD-ENDERECOS.

       240-IMPRIMIR-DECISAO.
           MOVE TE-REGRA                TO W-DEC-REGRA
           MOVE TE-COD-VENDEDOR         TO W-DEC-VENDEDOR
           MOVE TE-COD-VENDEDOR-RESERVA TO W-DEC-RESERVA
           MOVE TE-CARGA                TO W-DEC-CARGA

           EVALUATE TE-REGRA
             WHEN "M"
                MOVE "ATRIBUICAO MANUAL"         TO W-LE-REGRA
             WHEN "R"
                MOVE "ATRIBUICAO ANTERIOR MANTIDA" TO W-LE-REGRA
             WHEN "G"
                MOVE "VENDEDOR UNICO DO GRUPO"   TO W-LE-REGRA
             WHEN "B"
                MOVE "MENOR DISTANCIA"           TO W-LE-REGRA
             WHEN "L"
                MOVE "MENOR CARGA (BALANCEADA)"  TO W-LE-REGRA
             WHEN OTHER
                MOVE "SEM VENDEDOR - EXCECAO"    TO W-LE-REGRA
           END-EVALUATE

           MOVE TE-NUM-ENDERECO     TO W-LE-ENDERECO
           MOVE TE-DISTANCIA-MAXIMA TO W-LE-TETO
           WRITE REL-EXPLICACAO-LINHA FROM W-LINHA-ENDERECO

           IF TE-REGRA NOT EQUAL TO "E"
              MOVE TE-COD-VENDEDOR         TO W-LA-VENDEDOR
              MOVE TE-DISTANCIA            TO W-LA-DISTANCIA
              MOVE TE-COD-VENDEDOR-RESERVA TO W-LA-RESERVA
              WRITE REL-EXPLICACAO-LINHA FROM W-LINHA-ATRIBUIDO
           END-IF

           WRITE REL-EXPLICACAO-LINHA FROM W-COLUNAS.

       250-IMPRIMIR-CANDIDATO.
           ADD 1 TO W-POSICAO

           MOVE W-POSICAO       TO W-D-POSICAO
           MOVE TE-COD-VENDEDOR TO W-D-VENDEDOR
           MOVE TE-DISTANCIA    TO W-D-DISTANCIA
           MOVE TE-CARGA        TO W-D-CARGA
           MOVE TE-CAPACIDADE   TO W-D-CAPACIDADE

           MOVE TE-COD-VENDEDOR TO COD-VENDEDOR
           READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR

           IF WV-FILE-STATUS EQUAL TO "00"
              MOVE NOME-VENDEDOR TO W-D-NOME
           ELSE
              MOVE "NAO CADASTRADO" TO W-D-NOME
           END-IF

           PERFORM 260-APURAR-SITUACAO

           WRITE REL-EXPLICACAO-LINHA FROM W-DETALHE.

      * O VENCEDOR E O RESERVA SAO IDENTIFICADOS PELA DECISAO; OS
      * DEMAIS APROVADOS PERDERAM PELA REGRA QUE DECIDIU O ENDERECO
      * E OS REPROVADOS MOSTRAM A REGRA EM QUE FALHARAM.
       260-APURAR-SITUACAO.
           EVALUATE TRUE
             WHEN W-DEC-REGRA NOT EQUAL TO SPACES
                  AND W-DEC-REGRA NOT EQUAL TO "E"
                  AND TE-COD-VENDEDOR EQUAL TO W-DEC-VENDEDOR
                MOVE "ESCOLHIDO"                  TO W-D-SITUACAO
             WHEN W-DEC-RESERVA NOT EQUAL TO ZEROS
                  AND TE-COD-VENDEDOR EQUAL TO W-DEC-RESERVA
                MOVE "RESERVA"                    TO W-D-SITUACAO
             WHEN TE-MOTIVO EQUAL TO "A"
                PERFORM 265-APURAR-PRETERIDO
             WHEN TE-MOTIVO EQUAL TO "U"
                MOVE "REPROVADO-AUSENTE"          TO W-D-SITUACAO
             WHEN TE-MOTIVO EQUAL TO "R"
                MOVE "REPROVADO-OUTRA REGIAO"     TO W-D-SITUACAO
             WHEN TE-MOTIVO EQUAL TO "K"
                MOVE "REPROVADO-CAPACIDADE"       TO W-D-SITUACAO
             WHEN TE-MOTIVO EQUAL TO "T"
                MOVE "REPROVADO-DISTANCIA MAXIMA" TO W-D-SITUACAO
             WHEN OTHER
                MOVE "REPROVADO-INATIVO"          TO W-D-SITUACAO
           END-EVALUATE.

       265-APURAR-PRETERIDO.
           EVALUATE W-DEC-REGRA
             WHEN "M"
                MOVE "PRETERIDO-ATRIB. MANUAL"    TO W-D-SITUACAO
             WHEN "R"
                MOVE "PRETERIDO-ATRIB. MANTIDA"   TO W-D-SITUACAO
             WHEN "G"
                MOVE "PRETERIDO-REGRA DO GRUPO"   TO W-D-SITUACAO
             WHEN "L"
                IF TE-CARGA GREATER THAN W-DEC-CARGA
                   MOVE "PRETERIDO-CARGA MAIOR"   TO W-D-SITUACAO
                ELSE
                   MOVE "PRETERIDO-MAIS DISTANTE" TO W-D-SITUACAO
                END-IF
             WHEN OTHER
                MOVE "PRETERIDO-MAIS DISTANTE"    TO W-D-SITUACAO
           END-EVALUATE.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM REPORTEXPLICACAO.
