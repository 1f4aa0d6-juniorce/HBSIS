       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DISTRIBPROSPECT AS "DISTRIBPROSPECT".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * DISTRIBUICAO DE PROSPECTS: ATRIBUI CADA PROSPECT EM ABERTO   *
      * (CONTATADO OU PROPOSTA, VER PROSPECT.CPY) AO VENDEDOR QUE VAI*
      * ACOMPANHA-LO, COM AS MESMAS REGRAS DA DISTRIBUICAO DE        *
      * CLIENTES: VENDEDOR ATIVO, NAO AUSENTE NA DATA, DA MESMA      *
      * REGIAO (ZEROS DE UM DOS LADOS ACEITA QUALQUER), DA EMPRESA DA*
      * SESSAO QUANDO HA UMA, DENTRO DO TETO DE DISTANCIA DA REGIAO  *
      * (OU DO GLOBAL) E O MAIS PROXIMO ENTRE OS QUE PASSAM.         *
      * PROSPECT NAO E CLIENTE: NAO OCUPA A CAPACIDADE DO VENDEDOR   *
      * NEM E BARRADO POR ELA, E NAO ENTRA EM CADDISTRIBUICAO.       *
      * A ATRIBUICAO E REFEITA POR INTEIRO A CADA EXECUCAO; PROSPECT *
      * SEM COORDENADAS OU SEM VENDEDOR QUE PASSE NAS REGRAS FICA SEM*
      * VENDEDOR E SAI NO RELATORIO COM O MOTIVO. GANHOS E PERDIDOS  *
      * NAO SAO TOCADOS. RODA NO LOTE NOTURNO DEPOIS DA DISTRIBUICAO *
      * DE CLIENTES, ANTES DOS PACOTES DE CAMPO, OU SOB PEDIDO PELA  *
      * TELA DO FUNIL DE PROSPECTS.                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROSPECT  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PS-COD-PROSPECT
                  FILE STATUS   IS WO-FILE-STATUS.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WV-FILE-STATUS.

           SELECT ARQ-AUSENCIA  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AU-CHAVE
                  FILE STATUS   IS WA-FILE-STATUS.

           SELECT ARQ-PARAM-REGIAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PR-COD-REGIAO
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-CONTROLE  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WT-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT REL-PROSPECT  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROSPECT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadProspect'.
       COPY "PROSPECT.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-AUSENCIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadAusenciaVendedor'.
       COPY "AUSENCIA.CPY".

       FD  ARQ-PARAM-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadParametroRegiao'.
       COPY "PARAMREGIAO.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadControleDistribuicao'.
       COPY "CONTROLE.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       FD  REL-PROSPECT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relDistribProspect'.
       01  REL-PROSPECT-LINHA     PIC  X(100).

       WORKING-STORAGE SECTION.
       77 WO-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WV-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WA-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
      * "S" QUANDO CHAMADO PELO LOTE NOTURNO (VER SESSAO.CPY).
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
      * EMPRESA ATIVA NA SESSAO (ZEROS = TODAS). O PROSPECT NAO TEM
      * EMPRESA PROPRIA: COM EMPRESA NA SESSAO SO CONCORREM OS
      * VENDEDORES DELA, QUE E ONDE O PROSPECT GANHO VIRA CLIENTE.
       77 W-EMPRESA-SESSAO        PIC  9(003) VALUE ZEROS.
       77 W-FIM-PROSPECT          PIC  X(001) VALUE "N".
      * "S" QUANDO O ARQUIVO DE PROSPECTS FOI ABERTO.
       77 W-TEM-PROSPECT          PIC  X(001) VALUE "N".
       77 W-DATA-EXECUCAO         PIC  9(008) VALUE ZEROS.

      * TETO DE DISTANCIA (EM METROS), COMO NA DISTRIBUICAO: VALOR
      * DE FABRICA, SUBSTITUIDO POR CTL-DISTANCIA-MAXIMA QUANDO
      * CONFIGURADA E PELO PARAMETRO DA REGIAO DO PROSPECT QUANDO
      * HA UM.
       77 W-DISTANCIA-MAXIMA      PIC  9(009)V9(002) VALUE 500000,00.
       77 W-DISTANCIA-MAXIMA-EFETIVA PIC 9(009)V9(002) VALUE ZEROS.
       01  W-TABELA-DIST-REGIAO.
           03 W-DREG-REGISTRO     OCCURS 999 TIMES.
              05 W-DREG-TEM-PARAMETRO PIC X(001) VALUE "N".
              05 W-DREG-DISTANCIA     PIC 9(009)V9(002) VALUE ZEROS.

      * VENDEDORES AUSENTES NA DATA DESTA EXECUCAO (VER AUSENCIA.CPY).
       01  W-TABELA-AUSENCIA.
           03 W-VENDEDOR-AUSENTE  PIC X(001)
                                  OCCURS 999 TIMES
                                  VALUE "N".

      * VENDEDORES ATIVOS, CARREGADOS UMA UNICA VEZ NO INICIO.
       01  W-TABELA-VENDEDOR.
           03 W-VEN-REGISTRO      OCCURS 999 TIMES.
              05 W-VEN-CODIGO         PIC 9(003).
              05 W-VEN-LATITUDE       PIC S9(003)V9(008).
              05 W-VEN-LONGITUDE      PIC S9(003)V9(008).
              05 W-VEN-REGIAO         PIC 9(003).
              05 W-VEN-EMPRESA        PIC 9(003).
       77 W-QTD-VENDEDORES        PIC  9(003) VALUE ZEROS.
       77 W-IDX-VENDEDOR-TAB      PIC  9(003) VALUE ZEROS.

      * RESULTADO DA BUSCA DO PROSPECT CORRENTE.
       77 W-TEVE-VENDEDOR         PIC  X(001) VALUE "N".
       77 W-ACHOU-VENDEDOR        PIC  X(001) VALUE "N".
       77 W-VENDEDOR-ESCOLHIDO    PIC  9(003) VALUE ZEROS.
       77 W-MENOR-DISTANCIA       PIC  9(009)V9(002) VALUE 999999999.

      * AREAS DO CALCULO DE HAVERSINE, IDENTICAS AS DA DISTRIBUICAO.
       77 W-CALC-DISTANCIA        PIC  9(009)V9(002) VALUE ZEROS.
       77 W-LATITUDE-1            PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LATITUDE-2            PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-1           PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-2           PIC S9(003)V9(008) VALUE ZEROS.
       77 W-DLA                   PIC S9(003)V9(008) VALUE ZEROS.
       77 W-DLO                   PIC S9(003)V9(008) VALUE ZEROS.
       77 W-A                     PIC S9(003)V9(008) VALUE ZEROS.
       77 W-C                     PIC S9(003)V9(008) VALUE ZEROS.

      * TOTAIS DA EXECUCAO.
       77 W-QTD-ABERTOS           PIC  9(007) VALUE ZEROS.
       77 W-QTD-ATRIBUIDOS        PIC  9(007) VALUE ZEROS.
       77 W-QTD-SEM-COORDENADA    PIC  9(007) VALUE ZEROS.
       77 W-QTD-SEM-VENDEDOR      PIC  9(007) VALUE ZEROS.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(022) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "DISTRIBUICAO DE PROSPECTS".

       01  W-CABECALHO-3.
           03 FILLER              PIC  X(006) VALUE "DATA:".
           03 W-CAB-DATA          PIC  99999999.

       01  W-COLUNAS.
           03 FILLER              PIC  X(007) VALUE "CODIGO".
           03 FILLER              PIC  X(031) VALUE "RAZAO SOCIAL".
           03 FILLER              PIC  X(002) VALUE "E".
           03 FILLER              PIC  X(005) VALUE "REG".
           03 FILLER              PIC  X(005) VALUE "VEND".
           03 FILLER              PIC  X(013) VALUE
              "DISTANCIA(M)".
           03 FILLER              PIC  X(030) VALUE "SITUACAO".

       01  W-DETALHE.
           03 W-D-CODIGO          PIC  ZZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-RAZAO           PIC  X(030).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-ESTAGIO         PIC  X(001).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-REGIAO          PIC  ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-VENDEDOR        PIC  ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-DISTANCIA       PIC  ZZZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-SITUACAO        PIC  X(032).

       01  W-RODAPE-1.
           03 FILLER              PIC  X(030) VALUE
              "PROSPECTS EM ABERTO..........:".
           03 W-R-ABERTOS         PIC  ZZZZZZ9.

       01  W-RODAPE-2.
           03 FILLER              PIC  X(030) VALUE
              "  ATRIBUIDOS A UM VENDEDOR...:".
           03 W-R-ATRIBUIDOS      PIC  ZZZZZZ9.

       01  W-RODAPE-3.
           03 FILLER              PIC  X(030) VALUE
              "  SEM COORDENADAS............:".
           03 W-R-SEM-COORDENADA  PIC  ZZZZZZ9.

       01  W-RODAPE-4.
           03 FILLER              PIC  X(030) VALUE
              "  SEM VENDEDOR NAS REGRAS....:".
           03 W-R-SEM-VENDEDOR    PIC  ZZZZZZ9.

       01  W-NENHUM-PROSPECT.
           03 FILLER              PIC  X(040) VALUE
              "** NENHUM PROSPECT EM ABERTO **".

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE
           "DISTRIB. PROSPECTS".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE
           'relDistribProspect'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-MODO-LOTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-EXECUCAO

           PERFORM 010-CARREGAR-PARAMETROS
           PERFORM 012-CARREGAR-PARAMETROS-REGIAO
           PERFORM 040-CARREGAR-AUSENCIAS
           PERFORM 035-CARREGAR-VENDEDORES

           OPEN OUTPUT REL-PROSPECT
           PERFORM 050-IMPRIMIR-CABECALHO

           MOVE "N" TO W-FIM-PROSPECT
           MOVE "N" TO W-TEM-PROSPECT

           OPEN I-O ARQ-PROSPECT

           IF WO-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-PROSPECT
           ELSE
              MOVE "S" TO W-TEM-PROSPECT
              MOVE LOW-VALUES TO PS-COD-PROSPECT
              START ARQ-PROSPECT KEY IS NOT LESS THAN PS-COD-PROSPECT

              IF WO-FILE-STATUS NOT EQUAL TO "00"
                 MOVE "S" TO W-FIM-PROSPECT
              ELSE
                 READ ARQ-PROSPECT NEXT
                   AT END MOVE "S" TO W-FIM-PROSPECT
                 END-READ
              END-IF
           END-IF

           PERFORM 100-LER-PROSPECT UNTIL W-FIM-PROSPECT = "S"

           IF W-TEM-PROSPECT EQUAL TO "S"
              CLOSE ARQ-PROSPECT
           END-IF

           IF W-QTD-ABERTOS EQUAL TO ZEROS
              WRITE REL-PROSPECT-LINHA FROM W-NENHUM-PROSPECT
           END-IF

           PERFORM 060-IMPRIMIR-TOTAIS

           CLOSE REL-PROSPECT

           MOVE W-DATA-EXECUCAO TO W-SPOOL-PARAMETROS
           PERFORM 900-REGISTRAR-SPOOL

           IF W-MODO-LOTE EQUAL TO "S"
              GOBACK
           END-IF

           CHAIN "MENU".

       005-LER-MODO-LOTE.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           IF SS-MODO-LOTE EQUAL TO "S"
              MOVE "S" TO W-MODO-LOTE
           END-IF

           IF SS-EMPRESA NUMERIC
              MOVE SS-EMPRESA TO W-EMPRESA-SESSAO
           ELSE
              MOVE ZEROS TO W-EMPRESA-SESSAO
           END-IF.

      * TETO GLOBAL DE DISTANCIA DO REGISTRO DE CONTROLE (ZEROS =
      * VALOR DE FABRICA), O MESMO USADO PELA DISTRIBUICAO.
       010-CARREGAR-PARAMETROS.
           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WT-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE

              IF CTL-DISTANCIA-MAXIMA GREATER THAN ZEROS
                 MOVE CTL-DISTANCIA-MAXIMA TO W-DISTANCIA-MAXIMA
              END-IF
           END-IF.

       012-CARREGAR-PARAMETROS-REGIAO.
           OPEN INPUT ARQ-PARAM-REGIAO

           IF WP-FILE-STATUS EQUAL "00"
              MOVE LOW-VALUES TO PR-COD-REGIAO
              START ARQ-PARAM-REGIAO KEY IS NOT LESS THAN
                    PR-COD-REGIAO

              IF WP-FILE-STATUS EQUAL "00"
                 READ ARQ-PARAM-REGIAO NEXT
                   AT END MOVE "99" TO WP-FILE-STATUS
                 END-READ

                 PERFORM 013-GUARDAR-PARAMETRO-REGIAO
                   UNTIL WP-FILE-STATUS NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PARAM-REGIAO
           END-IF.

       013-GUARDAR-PARAMETRO-REGIAO.
           IF PR-COD-REGIAO GREATER THAN ZEROS
              AND PR-DISTANCIA-MAXIMA GREATER THAN ZEROS
              MOVE "S" TO W-DREG-TEM-PARAMETRO(PR-COD-REGIAO)
              MOVE PR-DISTANCIA-MAXIMA
                TO W-DREG-DISTANCIA(PR-COD-REGIAO)
           END-IF

           READ ARQ-PARAM-REGIAO NEXT
             AT END MOVE "99" TO WP-FILE-STATUS
           END-READ.

       035-CARREGAR-VENDEDORES.
           MOVE ZEROS TO W-QTD-VENDEDORES

           OPEN INPUT ARQ-VENDEDOR

           IF WV-FILE-STATUS EQUAL "00"
              MOVE LOW-VALUES TO COD-VENDEDOR
              START ARQ-VENDEDOR KEY IS NOT LESS THAN COD-VENDEDOR

              IF WV-FILE-STATUS EQUAL "00"
                 READ ARQ-VENDEDOR NEXT
                   AT END MOVE "99" TO WV-FILE-STATUS
                 END-READ

                 PERFORM 036-GUARDAR-VENDEDOR
                   UNTIL WV-FILE-STATUS NOT EQUAL "00"
              END-IF

              CLOSE ARQ-VENDEDOR
              MOVE "00" TO WV-FILE-STATUS
           END-IF.

       036-GUARDAR-VENDEDOR.
           IF VENDEDOR-ATIVO AND W-QTD-VENDEDORES < 999
              ADD 1 TO W-QTD-VENDEDORES
              MOVE COD-VENDEDOR
                TO W-VEN-CODIGO(W-QTD-VENDEDORES)
              MOVE LATITUDE-VENDEDOR
                TO W-VEN-LATITUDE(W-QTD-VENDEDORES)
              MOVE LONGITUDE-VENDEDOR
                TO W-VEN-LONGITUDE(W-QTD-VENDEDORES)
              MOVE COD-REGIAO-VENDEDOR
                TO W-VEN-REGIAO(W-QTD-VENDEDORES)

              IF COD-EMPRESA-VENDEDOR NUMERIC
                 AND COD-EMPRESA-VENDEDOR GREATER THAN ZEROS
                 MOVE COD-EMPRESA-VENDEDOR
                   TO W-VEN-EMPRESA(W-QTD-VENDEDORES)
              ELSE
                 MOVE 1 TO W-VEN-EMPRESA(W-QTD-VENDEDORES)
              END-IF
           END-IF

           READ ARQ-VENDEDOR NEXT
             AT END MOVE "99" TO WV-FILE-STATUS
           END-READ.

       040-CARREGAR-AUSENCIAS.
           OPEN INPUT ARQ-AUSENCIA

           IF WA-FILE-STATUS EQUAL "00"
              MOVE LOW-VALUES TO AU-CHAVE
              START ARQ-AUSENCIA KEY IS NOT LESS THAN AU-CHAVE

              IF WA-FILE-STATUS EQUAL "00"
                 READ ARQ-AUSENCIA NEXT
                   AT END MOVE "99" TO WA-FILE-STATUS
                 END-READ

                 PERFORM 045-LER-AUSENCIA
                   UNTIL WA-FILE-STATUS NOT EQUAL "00"
              END-IF

              CLOSE ARQ-AUSENCIA
           END-IF.

       045-LER-AUSENCIA.
           IF AU-COD-VENDEDOR GREATER THAN ZEROS
              AND AU-DATA-INICIO NOT GREATER THAN W-DATA-EXECUCAO
              AND AU-DATA-FIM NOT LESS THAN W-DATA-EXECUCAO
              MOVE "S" TO W-VENDEDOR-AUSENTE(AU-COD-VENDEDOR)
           END-IF

           READ ARQ-AUSENCIA NEXT
             AT END MOVE "99" TO WA-FILE-STATUS
           END-READ.

       050-IMPRIMIR-CABECALHO.
           MOVE W-DATA-EXECUCAO TO W-CAB-DATA

           WRITE REL-PROSPECT-LINHA FROM W-CABECALHO-1
           WRITE REL-PROSPECT-LINHA FROM W-CABECALHO-2
           WRITE REL-PROSPECT-LINHA FROM W-CABECALHO-3
           MOVE SPACES TO REL-PROSPECT-LINHA
           WRITE REL-PROSPECT-LINHA
           WRITE REL-PROSPECT-LINHA FROM W-COLUNAS.

       060-IMPRIMIR-TOTAIS.
           MOVE W-QTD-ABERTOS        TO W-R-ABERTOS
           MOVE W-QTD-ATRIBUIDOS     TO W-R-ATRIBUIDOS
           MOVE W-QTD-SEM-COORDENADA TO W-R-SEM-COORDENADA
           MOVE W-QTD-SEM-VENDEDOR   TO W-R-SEM-VENDEDOR

           MOVE SPACES TO REL-PROSPECT-LINHA
           WRITE REL-PROSPECT-LINHA
           WRITE REL-PROSPECT-LINHA FROM W-RODAPE-1
           WRITE REL-PROSPECT-LINHA FROM W-RODAPE-2
           WRITE REL-PROSPECT-LINHA FROM W-RODAPE-3
           WRITE REL-PROSPECT-LINHA FROM W-RODAPE-4.

      * SO OS PROSPECTS EM ABERTO SAO (RE)ATRIBUIDOS E REGRAVADOS.
       100-LER-PROSPECT.
           PERFORM 105-SANEAR-PROSPECT

           IF NOT PROSPECT-GANHO AND NOT PROSPECT-PERDIDO
              ADD 1 TO W-QTD-ABERTOS
              PERFORM 110-ATRIBUIR-PROSPECT
              REWRITE ARQ-PROSPECT-REG
              PERFORM 300-IMPRIMIR-PROSPECT
           END-IF

           READ ARQ-PROSPECT NEXT
             AT END MOVE "S" TO W-FIM-PROSPECT
           END-READ.

      * REGISTRO GRAVADO ANTES DA LOCALIZACAO E DO VENDEDOR EXISTIREM
      * VEM CURTO (VER PROSPECT.CPY); SANEIA OS CAMPOS PARA ZEROS.
       105-SANEAR-PROSPECT.
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

      * RESOLVE O TETO DE DISTANCIA DA REGIAO DO PROSPECT E PROCURA,
      * ENTRE OS VENDEDORES ATIVOS, O MAIS PROXIMO QUE PASSA NAS
      * REGRAS (VER 210-AVALIAR-VENDEDOR).
       110-ATRIBUIR-PROSPECT.
           MOVE ZEROS TO PS-COD-VENDEDOR, PS-DISTANCIA-VENDEDOR
           MOVE W-DATA-EXECUCAO TO PS-DATA-ATRIBUICAO

           IF PS-COD-REGIAO GREATER THAN ZEROS
              AND W-DREG-TEM-PARAMETRO(PS-COD-REGIAO) = "S"
              MOVE W-DREG-DISTANCIA(PS-COD-REGIAO)
                TO W-DISTANCIA-MAXIMA-EFETIVA
           ELSE
              MOVE W-DISTANCIA-MAXIMA TO W-DISTANCIA-MAXIMA-EFETIVA
           END-IF

           MOVE "N"       TO W-TEVE-VENDEDOR
           MOVE "N"       TO W-ACHOU-VENDEDOR
           MOVE ZEROS     TO W-VENDEDOR-ESCOLHIDO
           MOVE 999999999 TO W-MENOR-DISTANCIA

           IF PS-LATITUDE EQUAL TO ZEROS
              AND PS-LONGITUDE EQUAL TO ZEROS
              ADD 1 TO W-QTD-SEM-COORDENADA
           ELSE
              PERFORM 210-AVALIAR-VENDEDOR
                VARYING W-IDX-VENDEDOR-TAB FROM 1 BY 1
                UNTIL W-IDX-VENDEDOR-TAB GREATER THAN W-QTD-VENDEDORES

              IF W-ACHOU-VENDEDOR EQUAL TO "S"
                 MOVE W-VENDEDOR-ESCOLHIDO TO PS-COD-VENDEDOR
                 MOVE W-MENOR-DISTANCIA    TO PS-DISTANCIA-VENDEDOR
                 ADD 1 TO W-QTD-ATRIBUIDOS
              ELSE
                 ADD 1 TO W-QTD-SEM-VENDEDOR
              END-IF
           END-IF.

      * MESMAS REGRAS DE 210-AVALIAR-VENDEDOR DA DISTRIBUICAO, MENOS
      * A CAPACIDADE: AUSENCIA NA DATA, EMPRESA, DISTANCIA E REGIAO.
       210-AVALIAR-VENDEDOR.
           MOVE "S" TO W-TEVE-VENDEDOR

           IF W-VENDEDOR-AUSENTE(W-VEN-CODIGO(W-IDX-VENDEDOR-TAB))
              NOT EQUAL TO "S"
              AND (W-EMPRESA-SESSAO EQUAL TO ZEROS
                   OR W-VEN-EMPRESA(W-IDX-VENDEDOR-TAB)
                      EQUAL TO W-EMPRESA-SESSAO)
              PERFORM 220-CALCULAR-DISTANCIA

              IF W-CALC-DISTANCIA <= W-DISTANCIA-MAXIMA-EFETIVA
                 AND (PS-COD-REGIAO = ZEROS
                      OR W-VEN-REGIAO(W-IDX-VENDEDOR-TAB) = ZEROS
                      OR PS-COD-REGIAO =
                         W-VEN-REGIAO(W-IDX-VENDEDOR-TAB))
                 AND W-CALC-DISTANCIA < W-MENOR-DISTANCIA
                 MOVE W-CALC-DISTANCIA TO W-MENOR-DISTANCIA
                 MOVE W-VEN-CODIGO(W-IDX-VENDEDOR-TAB)
                   TO W-VENDEDOR-ESCOLHIDO
                 MOVE "S" TO W-ACHOU-VENDEDOR
              END-IF
           END-IF.

      * DISTANCIA (EM METROS, FORMULA DE HAVERSINE) ENTRE O PROSPECT
      * E O VENDEDOR W-IDX-VENDEDOR-TAB. MESMO CALCULO DE
      * 220-CALCULAR-DISTANCIA EM DISTRIBUICAO.CBL.
       220-CALCULAR-DISTANCIA.
           COMPUTE W-LATITUDE-1 = PS-LATITUDE
                                * FUNCTION PI
                                / 180

           COMPUTE W-LATITUDE-2 = W-VEN-LATITUDE(W-IDX-VENDEDOR-TAB)
                                * FUNCTION PI
                                / 180

           COMPUTE W-LONGITUDE-1 = PS-LONGITUDE
                                * FUNCTION PI
                                / 180

           COMPUTE W-LONGITUDE-2 = W-VEN-LONGITUDE(W-IDX-VENDEDOR-TAB)
                                * FUNCTION PI
                                / 180

           COMPUTE W-DLA = W-LATITUDE-2 - (W-LATITUDE-1)

           COMPUTE W-DLO = W-LONGITUDE-2 - (W-LONGITUDE-1)

           COMPUTE W-A = FUNCTION SIN(W-DLA / 2)
                       * FUNCTION SIN(W-DLA / 2)
                       + FUNCTION COS(W-LATITUDE-1)
                       * FUNCTION COS(W-LATITUDE-2)
                       * FUNCTION SIN(W-DLO / 2)
                       * FUNCTION SIN(W-DLO / 2)

           COMPUTE W-C = 2 * FUNCTION ATAN(FUNCTION SQRT(W-A) /
                                           FUNCTION SQRT(1 - W-A))

           COMPUTE W-CALC-DISTANCIA = 6731 * W-C * 1000.

       300-IMPRIMIR-PROSPECT.
           MOVE PS-COD-PROSPECT       TO W-D-CODIGO
           MOVE PS-RAZAO-SOCIAL       TO W-D-RAZAO
           MOVE PS-ESTAGIO            TO W-D-ESTAGIO
           MOVE PS-COD-REGIAO         TO W-D-REGIAO
           MOVE PS-COD-VENDEDOR       TO W-D-VENDEDOR
           MOVE PS-DISTANCIA-VENDEDOR TO W-D-DISTANCIA

           EVALUATE TRUE
             WHEN PS-COD-VENDEDOR GREATER THAN ZEROS
                MOVE "ATRIBUIDO" TO W-D-SITUACAO
             WHEN PS-LATITUDE EQUAL TO ZEROS
                  AND PS-LONGITUDE EQUAL TO ZEROS
                MOVE "SEM COORDENADAS" TO W-D-SITUACAO
             WHEN W-TEVE-VENDEDOR EQUAL TO "N"
                MOVE "SEM VENDEDOR CADASTRADO" TO W-D-SITUACAO
             WHEN OTHER
                MOVE "DISTANCIA ACIMA DO LIMITE MAXIMO"
                  TO W-D-SITUACAO
           END-EVALUATE

           WRITE REL-PROSPECT-LINHA FROM W-DETALHE.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM DISTRIBPROSPECT.
