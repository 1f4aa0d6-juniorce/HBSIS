       IDENTIFICATION DIVISION.
       PROGRAM-ID.   IMPORTRETFOLHA AS "IMPORTRETFOLHA".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * PROCESSA O ARQUIVO DE RETORNO (ACKNOWLEDGMENT) DA FOLHA DE   *
      * PAGAMENTO SOBRE A INTERFACE DE COMISSAO GERADA POR           *
      * EXPORTFOLHA, COMO O IMPORTRETERP FAZ COM A INTERFACE DA      *
      * DISTRIBUICAO. LAYOUT DO RETORNO (retFolhaComissaoAAAAMMEEE), *
      * LARGURA FIXA:                                                *
      *   "H" + COMPETENCIA + EMPRESA + QTD ACEITOS + QTD REJEITADOS *
      *       + VALOR ACEITO                                         *
      *   "D" + VENDEDOR + CPF + VALOR + MOTIVO (UM POR VENDEDOR     *
      *       REJEITADO PELA FOLHA)                                  *
      *   "T" + QTD DE DETALHES DO RETORNO                           *
      * O PROGRAMA CONCILIA O RETORNO CONTRA O ARQUIVO GERADO        *
      * (intFolhaComissaoAAAAMMEEE): MESMA COMPETENCIA E EMPRESA,    *
      * ACEITOS + REJEITADOS IGUAL AO TOTAL EXPORTADO NO TRAILER E   *
      * VALOR ACEITO + REJEITADO IGUAL A SOMA EXPORTADA. AS          *
      * DIVERGENCIAS E OS REJEITADOS SAEM NO RELATORIO               *
      * relRetornoFolha E O PROCESSAMENTO E REGISTRADO NO LOG DA     *
      * INTERFACE (VER LOGFOLHA.CPY). RESTRITO A USUARIOS COM A      *
      * PERMISSAO DE PARAMETROS.                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OS NOMES DO RETORNO E DO ARQUIVO GERADO SAO MONTADOS COM A
      * COMPETENCIA E A EMPRESA INFORMADAS NA TELA.
           SELECT RET-FOLHA     ASSIGN TO W-LABEL-RETORNO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

           SELECT INT-FOLHA     ASSIGN TO W-LABEL-FOLHA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WI-FILE-STATUS.

           SELECT REL-RETORNO   ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WL-FILE-STATUS.

           SELECT ARQ-LOGFOLHA  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WG-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RET-FOLHA
           LABEL RECORD IS STANDARD.
       01  RET-FOLHA-LINHA        PIC  X(080).

       FD  INT-FOLHA
           LABEL RECORD IS STANDARD.
       01  INT-FOLHA-LINHA        PIC  X(080).

       FD  REL-RETORNO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relRetornoFolha'.
       01  REL-RETORNO-LINHA      PIC  X(080).

       FD  ARQ-LOGFOLHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'logFolhaComissao'.
       COPY "LOGFOLHA.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WI-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-CONFIRMA              PIC  X(001) VALUE SPACES.
       77 W-USUARIO-SESSAO        PIC  X(020) VALUE SPACES.
       77 W-LABEL-RETORNO         PIC  X(030) VALUE SPACES.
       77 W-LABEL-FOLHA           PIC  X(030) VALUE SPACES.
       77 W-MES-RETORNO           PIC  9(002) VALUE ZEROS.
       77 W-ANO-RETORNO           PIC  9(004) VALUE ZEROS.
       77 W-EMPRESA-RETORNO       PIC  9(003) VALUE ZEROS.
       77 W-ANO-MES-FILTRO        PIC  9(006) VALUE ZEROS.
       77 W-FIM-RETORNO           PIC  X(001) VALUE "N".
       77 W-FIM-INTERFACE         PIC  X(001) VALUE "N".
       77 W-QTD-DIVERGENCIAS      PIC  9(005) VALUE ZEROS.
       77 W-QTD-REJEITADOS-LIDOS  PIC  9(007) VALUE ZEROS.
       77 W-VALOR-REJEITADO       PIC  9(013)V9(002) VALUE ZEROS.
      * "S" QUANDO O RETORNO TROUXE HEADER E TRAILER VALIDOS.
       77 W-RETORNO-COMPLETO      PIC  X(001) VALUE "N".

      * CAMPOS DO HEADER/TRAILER DO RETORNO DA FOLHA.
       01  W-RET-TOTAIS.
           03 W-RH-ANO-MES        PIC  9(006) VALUE ZEROS.
           03 W-RH-COD-EMPRESA    PIC  9(003) VALUE ZEROS.
           03 W-RH-QTD-ACEITOS    PIC  9(007) VALUE ZEROS.
           03 W-RH-QTD-REJEITADOS PIC  9(007) VALUE ZEROS.
           03 W-RH-VALOR-ACEITO   PIC  9(013)V9(002) VALUE ZEROS.
           03 W-RH-LIDO           PIC  X(001) VALUE "N".
           03 W-RT-QTD-DETALHES   PIC  9(007) VALUE ZEROS.
           03 W-RT-LIDO           PIC  X(001) VALUE "N".

      * CAMPOS DO HEADER/TRAILER DO ARQUIVO GERADO POR EXPORTFOLHA.
       01  W-INT-TOTAIS.
           03 W-IH-ANO-MES        PIC  9(006) VALUE ZEROS.
           03 W-IH-COD-EMPRESA    PIC  9(003) VALUE ZEROS.
           03 W-IH-LIDO           PIC  X(001) VALUE "N".
           03 W-IT-QTD-DETALHES   PIC  9(007) VALUE ZEROS.
           03 W-IT-SOMA-COMISSOES PIC  9(013)V9(002) VALUE ZEROS.
           03 W-IT-LIDO           PIC  X(001) VALUE "N".

      * LAYOUTS DO RETORNO DA FOLHA.
       01  W-REG-RETORNO.
           03 W-R-TIPO            PIC  X(001).
           03 FILLER              PIC  X(079).

       01  W-RET-HEADER REDEFINES W-REG-RETORNO.
           03 FILLER              PIC  X(001).
           03 W-RH-R-ANO-MES      PIC  9(006).
           03 W-RH-R-COD-EMPRESA  PIC  9(003).
           03 W-RH-R-QTD-ACEITOS  PIC  9(007).
           03 W-RH-R-QTD-REJEITADOS PIC 9(007).
           03 W-RH-R-VALOR-ACEITO PIC  9(013)V9(002).
           03 FILLER              PIC  X(041).

       01  W-RET-DETALHE REDEFINES W-REG-RETORNO.
           03 FILLER              PIC  X(001).
           03 W-RD-COD-VENDEDOR   PIC  9(003).
           03 W-RD-CPF            PIC  9(011).
           03 W-RD-VALOR          PIC  9(011)V9(002).
           03 W-RD-MOTIVO         PIC  X(040).
           03 FILLER              PIC  X(012).

       01  W-RET-TRAILER REDEFINES W-REG-RETORNO.
           03 FILLER              PIC  X(001).
           03 W-RT-R-QTD-DETALHES PIC  9(007).
           03 FILLER              PIC  X(072).

      * LAYOUTS DA INTERFACE, COMO GRAVADOS PELO EXPORTFOLHA.
       01  W-REG-INTERFACE.
           03 W-I-TIPO            PIC  X(001).
           03 FILLER              PIC  X(079).

       01  W-INT-HEADER REDEFINES W-REG-INTERFACE.
           03 FILLER              PIC  X(001).
           03 W-IH-I-COD-EMPRESA  PIC  9(003).
           03 FILLER              PIC  X(040).
           03 W-IH-I-ANO-MES      PIC  9(006).
           03 FILLER              PIC  X(030).

       01  W-INT-TRAILER REDEFINES W-REG-INTERFACE.
           03 FILLER              PIC  X(001).
           03 W-IT-I-QTD-DETALHES PIC  9(007).
           03 W-IT-I-SOMA-COMISSOES PIC 9(013)V9(002).
           03 FILLER              PIC  X(057).

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE
              "RETORNO DA FOLHA".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relRetornoFolha'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "CONCILIACAO DO RETORNO DA FOLHA".

       01  W-LINHA-COMPETENCIA.
           03 FILLER              PIC  X(022) VALUE
              "COMPETENCIA/EMPRESA..:".
           03 W-L-MES             PIC  99.
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-L-ANO             PIC  9999.
           03 FILLER              PIC  X(003) VALUE " - ".
           03 W-L-EMPRESA         PIC  999.

       01  W-LINHA-TOTAIS.
           03 FILLER              PIC  X(022) VALUE
              "ACEITOS + REJEITADOS.:".
           03 W-L-TOTAL-RETORNO   PIC  ZZZZZZ9.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 FILLER              PIC  X(022) VALUE
              "VENDEDORES EXPORTADOS:".
           03 W-L-TOTAL-INT       PIC  ZZZZZZ9.

       01  W-LINHA-VALORES.
           03 FILLER              PIC  X(022) VALUE
              "VALOR ACEITO+REJEIT..:".
           03 W-L-VALOR-RETORNO   PIC  ZZZZZZZZZZZZ9,99.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(011) VALUE "EXPORTADO:".
           03 W-L-VALOR-INT       PIC  ZZZZZZZZZZZZ9,99.

       01  W-LINHA-DIVERGENCIA.
           03 FILLER              PIC  X(014) VALUE "DIVERGENCIA: ".
           03 W-L-DIVERGENCIA     PIC  X(060).

       01  W-LINHA-REJEITADO.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(009) VALUE "VENDEDOR ".
           03 W-L-REJ-VENDEDOR    PIC  999.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-L-REJ-VALOR       PIC  ZZZZZZZZZZ9,99.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-L-REJ-MOTIVO      PIC  X(040).

       01  W-LINHA-RESULTADO.
           03 FILLER              PIC  X(022) VALUE
              "RESULTADO............:".
           03 W-L-RESULTADO       PIC  X(050).

       SCREEN SECTION.
       01 TELA-RETORNO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 25 VALUE "RETORNO DA FOLHA DE PAGAMENTO".
          02 LINE 07 COL 10 VALUE "MES DA COMPETENCIA (MM):".
          02 LINE 07 COL 35, PIC 99 TO W-MES-RETORNO.
          02 LINE 08 COL 10 VALUE "ANO DA COMPETENCIA (AAAA):".
          02 LINE 08 COL 37, PIC 9999 TO W-ANO-RETORNO.
          02 LINE 09 COL 10 VALUE "EMPRESA:".
          02 LINE 09 COL 19, PIC ZZ9 USING W-EMPRESA-RETORNO.
          02 LINE 15 COL 10
             "CONFIRMA O PROCESSAMENTO DO RETORNO?(S/N):".
          02 LINE 15 COL 53, PIC X TO W-CONFIRMA.

       01 MENSAGEM-RESULTADO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10, PIC X(050) FROM W-L-RESULTADO.
          02 LINE 08 COL 10 VALUE "DIVERGENCIAS:".
          02 LINE 08 COL 24, PIC ZZZZ9 FROM W-QTD-DIVERGENCIAS.
          02 LINE 09 COL 10 VALUE "VER O RELATORIO relRetornoFolha.".
          02 LINE 11 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 11 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-SEM-PERMISSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "USUARIO SEM PERMISSAO PARA ESTA FUNCAO".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-VERIFICAR-PERMISSAO

           DISPLAY TELA-RETORNO
           ACCEPT  TELA-RETORNO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
              CHAIN "MENU"
           END-IF

           COMPUTE W-ANO-MES-FILTRO = W-ANO-RETORNO * 100
                                    + W-MES-RETORNO

           IF W-EMPRESA-RETORNO EQUAL TO ZEROS
              MOVE 1 TO W-EMPRESA-RETORNO
           END-IF

           MOVE SPACES TO W-LABEL-FOLHA, W-LABEL-RETORNO
           STRING "intFolhaComissao"
                  W-ANO-MES-FILTRO
                  W-EMPRESA-RETORNO
                  DELIMITED BY SIZE
                  INTO W-LABEL-FOLHA
           STRING "retFolhaComissao"
                  W-ANO-MES-FILTRO
                  W-EMPRESA-RETORNO
                  DELIMITED BY SIZE
                  INTO W-LABEL-RETORNO

           OPEN OUTPUT REL-RETORNO

           WRITE REL-RETORNO-LINHA FROM W-CABECALHO-1
           WRITE REL-RETORNO-LINHA FROM W-CABECALHO-2
           MOVE SPACES TO REL-RETORNO-LINHA
           WRITE REL-RETORNO-LINHA

           MOVE W-MES-RETORNO     TO W-L-MES
           MOVE W-ANO-RETORNO     TO W-L-ANO
           MOVE W-EMPRESA-RETORNO TO W-L-EMPRESA
           WRITE REL-RETORNO-LINHA FROM W-LINHA-COMPETENCIA
           MOVE SPACES TO REL-RETORNO-LINHA
           WRITE REL-RETORNO-LINHA

           PERFORM 100-LER-INTERFACE-GERADA
           PERFORM 200-LER-RETORNO

           PERFORM 300-CONCILIAR

           CLOSE REL-RETORNO

           PERFORM 400-GRAVAR-LOG

           MOVE SPACES TO W-SPOOL-PARAMETROS
           STRING "COMPETENCIA "    DELIMITED BY SIZE
                  W-MES-RETORNO     DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  W-ANO-RETORNO     DELIMITED BY SIZE
                  " EMPRESA "       DELIMITED BY SIZE
                  W-EMPRESA-RETORNO DELIMITED BY SIZE
             INTO W-SPOOL-PARAMETROS
           END-STRING

           PERFORM 900-REGISTRAR-SPOOL

           DISPLAY MENSAGEM-RESULTADO
           ACCEPT  MENSAGEM-RESULTADO

           CHAIN "MENU".

      * O RETORNO DA FOLHA E RESTRITO AOS USUARIOS COM A PERMISSAO
      * DE PARAMETROS, COMO A EXPORTACAO. A EMPRESA SUGERIDA E A DA
      * SESSAO.
       005-VERIFICAR-PERMISSAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           MOVE SS-USUARIO TO W-USUARIO-SESSAO

           IF SS-EMPRESA NUMERIC
              MOVE SS-EMPRESA TO W-EMPRESA-RETORNO
           END-IF

           IF SS-PERM-PARAMETRO NOT EQUAL TO "S"
              DISPLAY MENSAGEM-SEM-PERMISSAO
              ACCEPT  MENSAGEM-SEM-PERMISSAO
              CHAIN "MENU"
           END-IF.

      * RECUPERA COMPETENCIA, EMPRESA, QUANTIDADE E SOMA DO ARQUIVO
      * GERADO POR EXPORTFOLHA, QUE E A REFERENCIA DA CONCILIACAO.
       100-LER-INTERFACE-GERADA.
           MOVE "N" TO W-FIM-INTERFACE

           OPEN INPUT INT-FOLHA

           IF WI-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-INTERFACE
           ELSE
              READ INT-FOLHA
                AT END MOVE "S" TO W-FIM-INTERFACE
              END-READ
           END-IF

           PERFORM 110-TRATAR-LINHA-INTERFACE
             UNTIL W-FIM-INTERFACE = "S"

           CLOSE INT-FOLHA.

       110-TRATAR-LINHA-INTERFACE.
           MOVE INT-FOLHA-LINHA TO W-REG-INTERFACE

           EVALUATE W-I-TIPO
             WHEN "H"
                MOVE W-IH-I-ANO-MES        TO W-IH-ANO-MES
                MOVE W-IH-I-COD-EMPRESA    TO W-IH-COD-EMPRESA
                MOVE "S"                   TO W-IH-LIDO
             WHEN "T"
                MOVE W-IT-I-QTD-DETALHES   TO W-IT-QTD-DETALHES
                MOVE W-IT-I-SOMA-COMISSOES TO W-IT-SOMA-COMISSOES
                MOVE "S"                   TO W-IT-LIDO
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           READ INT-FOLHA
             AT END MOVE "S" TO W-FIM-INTERFACE
           END-READ.

       200-LER-RETORNO.
           MOVE "N" TO W-FIM-RETORNO

           OPEN INPUT RET-FOLHA

           IF WR-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-RETORNO
           ELSE
              READ RET-FOLHA
                AT END MOVE "S" TO W-FIM-RETORNO
              END-READ
           END-IF

           PERFORM 210-TRATAR-LINHA-RETORNO UNTIL W-FIM-RETORNO = "S"

           CLOSE RET-FOLHA

           IF W-RH-LIDO EQUAL TO "S" AND W-RT-LIDO EQUAL TO "S"
              MOVE "S" TO W-RETORNO-COMPLETO
           END-IF.

      * OS DETALHES DO RETORNO SAO OS VENDEDORES REJEITADOS PELA
      * FOLHA, IMPRESSOS DIRETO NO RELATORIO COM O MOTIVO INFORMADO.
       210-TRATAR-LINHA-RETORNO.
           MOVE RET-FOLHA-LINHA TO W-REG-RETORNO

           EVALUATE W-R-TIPO
             WHEN "H"
                MOVE W-RH-R-ANO-MES        TO W-RH-ANO-MES
                MOVE W-RH-R-COD-EMPRESA    TO W-RH-COD-EMPRESA
                MOVE W-RH-R-QTD-ACEITOS    TO W-RH-QTD-ACEITOS
                MOVE W-RH-R-QTD-REJEITADOS TO W-RH-QTD-REJEITADOS
                MOVE W-RH-R-VALOR-ACEITO   TO W-RH-VALOR-ACEITO
                MOVE "S"                   TO W-RH-LIDO
             WHEN "D"
                IF W-RD-VALOR NOT NUMERIC
                   MOVE ZEROS TO W-RD-VALOR
                END-IF
                MOVE W-RD-COD-VENDEDOR     TO W-L-REJ-VENDEDOR
                MOVE W-RD-VALOR            TO W-L-REJ-VALOR
                MOVE W-RD-MOTIVO           TO W-L-REJ-MOTIVO
                WRITE REL-RETORNO-LINHA FROM W-LINHA-REJEITADO
                ADD 1           TO W-QTD-REJEITADOS-LIDOS
                ADD W-RD-VALOR  TO W-VALOR-REJEITADO
             WHEN "T"
                MOVE W-RT-R-QTD-DETALHES   TO W-RT-QTD-DETALHES
                MOVE "S"                   TO W-RT-LIDO
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           READ RET-FOLHA
             AT END MOVE "S" TO W-FIM-RETORNO
           END-READ.

      * CONFRONTA O RETORNO COM O ARQUIVO GERADO E IMPRIME CADA
      * DIVERGENCIA ENCONTRADA. SEM DIVERGENCIAS, A CARGA DA FOLHA
      * ESTA CONCILIADA COM A EXPORTACAO.
       300-CONCILIAR.
           MOVE SPACES TO REL-RETORNO-LINHA
           WRITE REL-RETORNO-LINHA

           COMPUTE W-L-TOTAL-RETORNO = W-RH-QTD-ACEITOS
                                     + W-RH-QTD-REJEITADOS
           MOVE W-IT-QTD-DETALHES TO W-L-TOTAL-INT
           WRITE REL-RETORNO-LINHA FROM W-LINHA-TOTAIS

           COMPUTE W-L-VALOR-RETORNO = W-RH-VALOR-ACEITO
                                     + W-VALOR-REJEITADO
           MOVE W-IT-SOMA-COMISSOES TO W-L-VALOR-INT
           WRITE REL-RETORNO-LINHA FROM W-LINHA-VALORES

           MOVE SPACES TO REL-RETORNO-LINHA
           WRITE REL-RETORNO-LINHA

           IF W-IH-LIDO NOT EQUAL TO "S"
              OR W-IT-LIDO NOT EQUAL TO "S"
              MOVE "ARQUIVO EXPORTADO AUSENTE OU INCOMPLETO"
                TO W-L-DIVERGENCIA
              PERFORM 310-GRAVAR-DIVERGENCIA
           END-IF

           IF W-RETORNO-COMPLETO NOT EQUAL TO "S"
              MOVE "RETORNO DA FOLHA AUSENTE OU SEM HEADER/TRAILER"
                TO W-L-DIVERGENCIA
              PERFORM 310-GRAVAR-DIVERGENCIA
           ELSE
              IF W-RH-ANO-MES NOT EQUAL TO W-IH-ANO-MES
                 OR W-RH-COD-EMPRESA NOT EQUAL TO W-IH-COD-EMPRESA
                 MOVE "COMPETENCIA/EMPRESA DIFERE DA EXPORTADA"
                   TO W-L-DIVERGENCIA
                 PERFORM 310-GRAVAR-DIVERGENCIA
              END-IF

              IF W-RH-QTD-ACEITOS + W-RH-QTD-REJEITADOS
                 NOT EQUAL TO W-IT-QTD-DETALHES
                 MOVE "TOTAL DO RETORNO DIFERE DO TOTAL EXPORTADO"
                   TO W-L-DIVERGENCIA
                 PERFORM 310-GRAVAR-DIVERGENCIA
              END-IF

              IF W-RH-VALOR-ACEITO + W-VALOR-REJEITADO
                 NOT EQUAL TO W-IT-SOMA-COMISSOES
                 MOVE "VALOR DO RETORNO DIFERE DA SOMA EXPORTADA"
                   TO W-L-DIVERGENCIA
                 PERFORM 310-GRAVAR-DIVERGENCIA
              END-IF

              IF W-QTD-REJEITADOS-LIDOS
                 NOT EQUAL TO W-RH-QTD-REJEITADOS
                 MOVE "QTD DE REJEITADOS DIFERE DO HEADER DO RETORNO"
                   TO W-L-DIVERGENCIA
                 PERFORM 310-GRAVAR-DIVERGENCIA
              END-IF

              IF W-RH-QTD-REJEITADOS GREATER THAN ZEROS
                 MOVE "FOLHA REJEITOU VENDEDORES (VER LISTA ACIMA)"
                   TO W-L-DIVERGENCIA
                 PERFORM 310-GRAVAR-DIVERGENCIA
              END-IF
           END-IF

           MOVE SPACES TO REL-RETORNO-LINHA
           WRITE REL-RETORNO-LINHA

           IF W-QTD-DIVERGENCIAS EQUAL TO ZEROS
              MOVE "CARGA CONCILIADA SEM DIVERGENCIAS"
                TO W-L-RESULTADO
           ELSE
              MOVE "CARGA COM DIVERGENCIAS - ACIONAR O RH"
                TO W-L-RESULTADO
           END-IF

           WRITE REL-RETORNO-LINHA FROM W-LINHA-RESULTADO.

       310-GRAVAR-DIVERGENCIA.
           WRITE REL-RETORNO-LINHA FROM W-LINHA-DIVERGENCIA
           ADD 1 TO W-QTD-DIVERGENCIAS.

       400-GRAVAR-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LF-DATA-HORA
           MOVE W-USUARIO-SESSAO    TO LF-USUARIO
           MOVE "A"                 TO LF-TIPO
           MOVE W-ANO-MES-FILTRO    TO LF-ANO-MES
           MOVE W-EMPRESA-RETORNO   TO LF-COD-EMPRESA
           MOVE W-RH-QTD-ACEITOS    TO LF-QTD-VENDEDORES
           MOVE W-RH-VALOR-ACEITO   TO LF-VALOR-TOTAL
           MOVE W-RH-QTD-REJEITADOS TO LF-QTD-REJEITADOS

           IF W-QTD-DIVERGENCIAS EQUAL TO ZEROS
              MOVE "S" TO LF-CONCILIADO
           ELSE
              MOVE "N" TO LF-CONCILIADO
           END-IF

           OPEN EXTEND ARQ-LOGFOLHA

           IF WG-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-LOGFOLHA
           END-IF

           WRITE ARQ-LOGFOLHA-REG
           CLOSE ARQ-LOGFOLHA.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM IMPORTRETFOLHA.
