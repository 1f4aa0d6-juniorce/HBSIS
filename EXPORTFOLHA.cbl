       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EXPORTFOLHA AS "EXPORTFOLHA".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * GERA O ARQUIVO DE INTERFACE DA COMISSAO COM A FOLHA DE       *
      * PAGAMENTO A PARTIR DOS NUMEROS CONGELADOS PELO FECHAMENTO DE *
      * COMISSAO (VER FECHAMENTOCOM.CPY). SO EXPORTA COMPETENCIA JA  *
      * FECHADA, UMA EMPRESA POR ARQUIVO (intFolhaComissaoAAAAMMEEE).*
      * LAYOUT DE LARGURA FIXA, NO MOLDE DA INTERFACE DO ERP:        *
      *   "H" + EMPRESA + NOME DA EMPRESA + COMPETENCIA + DATA DE    *
      *       GERACAO                                                *
      *   "D" + CPF + VENDEDOR + NOME + VALOR DA COMISSAO + CODIGO   *
      *       DO EVENTO DE FOLHA DA EMPRESA (UM POR VENDEDOR)        *
      *   "T" + QUANTIDADE DE DETALHES + SOMA DAS COMISSOES          *
      * A COMPETENCIA JA EXPORTADA PARA A EMPRESA SO E GERADA DE     *
      * NOVO COM CONFIRMACAO EXPLICITA. TODA GERACAO E REGISTRADA NO *
      * LOG DA INTERFACE (VER LOGFOLHA.CPY), QUE O RETORNO DA FOLHA  *
      * (IMPORTRETFOLHA) USA NA CONCILIACAO. RESTRITO A USUARIOS COM *
      * A PERMISSAO DE PARAMETROS.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FC-CHAVE
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WV-FILE-STATUS.

           SELECT ARQ-EMPRESA   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EM-COD-EMPRESA
                  FILE STATUS   IS WE-FILE-STATUS.

           SELECT ARQ-LOGFOLHA  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WL-FILE-STATUS.

      * ARQUIVO DA INTERFACE; O NOME E MONTADO EM W-LABEL-FOLHA COM
      * A COMPETENCIA E A EMPRESA.
           SELECT INT-FOLHA     ASSIGN TO W-LABEL-FOLHA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WI-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FECHAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadFechamentoComissao'.
       COPY "FECHAMENTOCOM.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-EMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadEmpresa'.
       COPY "EMPRESA.CPY".

       FD  ARQ-LOGFOLHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'logFolhaComissao'.
       COPY "LOGFOLHA.CPY".

       FD  INT-FOLHA
           LABEL RECORD IS STANDARD.
       01  INT-FOLHA-LINHA        PIC  X(080).

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 WF-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WV-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WE-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WI-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-CONFIRMA              PIC  X(001) VALUE SPACES.
       77 W-LABEL-FOLHA           PIC  X(030) VALUE SPACES.
       77 W-USUARIO-SESSAO        PIC  X(020) VALUE SPACES.
       77 W-MES-EXPORTAR          PIC  9(002) VALUE ZEROS.
       77 W-ANO-EXPORTAR          PIC  9(004) VALUE ZEROS.
       77 W-EMPRESA-EXPORTAR      PIC  9(003) VALUE ZEROS.
       77 W-ANO-MES-FILTRO        PIC  9(006) VALUE ZEROS.
       77 W-PERIODO-FECHADO       PIC  X(001) VALUE "N".
       77 W-ACHOU-EMPRESA         PIC  X(001) VALUE "N".
       77 W-EVENTO-FOLHA          PIC  9(004) VALUE ZEROS.
       77 W-FIM-FECHAMENTO        PIC  X(001) VALUE "N".
       77 W-FIM-LOG               PIC  X(001) VALUE "N".
       77 W-EMPRESA-VENDEDOR      PIC  9(003) VALUE ZEROS.

      * EXPORTACAO ANTERIOR DA MESMA COMPETENCIA E EMPRESA, LIDA DO
      * LOG DA INTERFACE; "R" NO LOG QUANDO O USUARIO CONFIRMA A
      * NOVA GERACAO.
       77 W-JA-EXPORTADA          PIC  X(001) VALUE "N".
       77 W-DATA-EXPORTACAO       PIC  9(008) VALUE ZEROS.
       77 W-USUARIO-EXPORTACAO    PIC  X(020) VALUE SPACES.
       77 W-TIPO-LOG              PIC  X(001) VALUE "E".

      * TOTAIS DO ARQUIVO GERADO, GRAVADOS NO TRAILER E NO LOG.
       77 W-QTD-DETALHES          PIC  9(007) VALUE ZEROS.
       77 W-SOMA-COMISSOES        PIC  9(013)V9(002) VALUE ZEROS.

       01  W-REG-HEADER.
           03 FILLER              PIC  X(001) VALUE "H".
           03 W-H-COD-EMPRESA     PIC  9(003).
           03 W-H-NOME-EMPRESA    PIC  X(040).
           03 W-H-ANO-MES         PIC  9(006).
           03 W-H-DATA-GERACAO    PIC  9(008).
           03 FILLER              PIC  X(022) VALUE SPACES.

       01  W-REG-DETALHE.
           03 FILLER              PIC  X(001) VALUE "D".
           03 W-D-CPF             PIC  9(011).
           03 W-D-COD-VENDEDOR    PIC  9(003).
           03 W-D-NOME-VENDEDOR   PIC  X(040).
           03 W-D-VALOR-COMISSAO  PIC  9(011)V9(002).
           03 W-D-EVENTO-FOLHA    PIC  9(004).
           03 FILLER              PIC  X(008) VALUE SPACES.

       01  W-REG-TRAILER.
           03 FILLER              PIC  X(001) VALUE "T".
           03 W-T-QTD-DETALHES    PIC  9(007).
           03 W-T-SOMA-COMISSOES  PIC  9(013)V9(002).
           03 FILLER              PIC  X(057) VALUE SPACES.

       SCREEN SECTION.
       01 TELA-EXPORTACAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 24 VALUE "INTERFACE DE COMISSAO COM A FOLHA".
          02 LINE 07 COL 10 VALUE "MES DA COMPETENCIA (MM):".
          02 LINE 07 COL 35, PIC 99 TO W-MES-EXPORTAR.
          02 LINE 08 COL 10 VALUE "ANO DA COMPETENCIA (AAAA):".
          02 LINE 08 COL 37, PIC 9999 TO W-ANO-EXPORTAR.
          02 LINE 09 COL 10 VALUE "EMPRESA:".
          02 LINE 09 COL 19, PIC ZZ9 USING W-EMPRESA-EXPORTAR.
          02 LINE 15 COL 10
             "CONFIRMA A GERACAO DO ARQUIVO DA FOLHA?(S/N):".
          02 LINE 15 COL 56, PIC X TO W-CONFIRMA.

       01 MENSAGEM-NAO-FECHADA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "COMPETENCIA NAO FECHADA - EXPORTACAO NAO PERMITIDA".
          02 LINE 08 COL 10 VALUE
             "EXECUTE O FECHAMENTO DE COMISSAO DA COMPETENCIA.".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-EMPRESA-INVALIDA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "EMPRESA NAO CADASTRADA OU SEM EVENTO DE FOLHA".
          02 LINE 08 COL 10 VALUE
             "INFORME O EVENTO NO CADASTRO DE EMPRESAS.".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-JA-EXPORTADA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "COMPETENCIA JA EXPORTADA PARA A FOLHA DESTA EMPRESA".
          02 LINE 08 COL 10 VALUE "ULTIMA GERACAO EM:".
          02 LINE 08 COL 29, PIC 99999999 FROM W-DATA-EXPORTACAO.
          02 LINE 08 COL 38 VALUE "POR:".
          02 LINE 08 COL 43, PIC X(020) FROM W-USUARIO-EXPORTACAO.
          02 LINE 10 COL 10
             "GERAR O ARQUIVO NOVAMENTE?(S/N):".
          02 LINE 10 COL 43, PIC X TO W-CONFIRMA.

       01 MENSAGEM-EXPORTACAO-OK AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "ARQUIVO DA FOLHA GERADO:".
          02 LINE 07 COL 35, PIC X(030) FROM W-LABEL-FOLHA.
          02 LINE 08 COL 10 VALUE "VENDEDORES..........:".
          02 LINE 08 COL 32, PIC ZZZZZZ9 FROM W-QTD-DETALHES.
          02 LINE 09 COL 10 VALUE "TOTAL DE COMISSAO...:".
          02 LINE 09 COL 32, PIC ZZZZZZZZZZZZ9,99 FROM W-SOMA-COMISSOES.
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

           DISPLAY TELA-EXPORTACAO
           ACCEPT  TELA-EXPORTACAO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
              CHAIN "MENU"
           END-IF

           COMPUTE W-ANO-MES-FILTRO = W-ANO-EXPORTAR * 100
                                    + W-MES-EXPORTAR

           PERFORM 020-VERIFICAR-PERIODO

           IF W-PERIODO-FECHADO NOT EQUAL TO "S"
              DISPLAY MENSAGEM-NAO-FECHADA
              ACCEPT  MENSAGEM-NAO-FECHADA
              CHAIN "MENU"
           END-IF

           PERFORM 030-LER-EMPRESA

           IF W-ACHOU-EMPRESA NOT EQUAL TO "S"
              OR W-EVENTO-FOLHA EQUAL TO ZEROS
              DISPLAY MENSAGEM-EMPRESA-INVALIDA
              ACCEPT  MENSAGEM-EMPRESA-INVALIDA
              CHAIN "MENU"
           END-IF

           PERFORM 040-VERIFICAR-EXPORTACAO

           MOVE "E" TO W-TIPO-LOG

           IF W-JA-EXPORTADA EQUAL TO "S"
              MOVE SPACES TO W-CONFIRMA
              DISPLAY MENSAGEM-JA-EXPORTADA
              ACCEPT  MENSAGEM-JA-EXPORTADA

              IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
                 CHAIN "MENU"
              END-IF

              MOVE "R" TO W-TIPO-LOG
           END-IF

           PERFORM 100-GERAR-ARQUIVO
           PERFORM 200-GRAVAR-LOG

           DISPLAY MENSAGEM-EXPORTACAO-OK
           ACCEPT  MENSAGEM-EXPORTACAO-OK

           CHAIN "MENU".

      * A INTERFACE COM A FOLHA E RESTRITA AOS USUARIOS COM A
      * PERMISSAO DE PARAMETROS, COMO O FECHAMENTO DE COMISSAO. A
      * EMPRESA SUGERIDA E A DA SESSAO.
       005-VERIFICAR-PERMISSAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           MOVE SS-USUARIO TO W-USUARIO-SESSAO

           IF SS-EMPRESA NUMERIC
              MOVE SS-EMPRESA TO W-EMPRESA-EXPORTAR
           END-IF

           IF SS-PERM-PARAMETRO NOT EQUAL TO "S"
              DISPLAY MENSAGEM-SEM-PERMISSAO
              ACCEPT  MENSAGEM-SEM-PERMISSAO
              CHAIN "MENU"
           END-IF.

      * A COMPETENCIA ESTA FECHADA QUANDO EXISTE O REGISTRO DE
      * PERIODO (VENDEDOR 000) NO ARQUIVO DE FECHAMENTO.
       020-VERIFICAR-PERIODO.
           MOVE "N" TO W-PERIODO-FECHADO

           OPEN INPUT ARQ-FECHAMENTO

           IF WF-FILE-STATUS EQUAL TO "00"
              MOVE W-ANO-MES-FILTRO TO FC-ANO-MES
              MOVE ZEROS            TO FC-COD-VENDEDOR
              READ ARQ-FECHAMENTO RECORD KEY IS FC-CHAVE

              IF WF-FILE-STATUS EQUAL TO "00"
                 MOVE "S" TO W-PERIODO-FECHADO
              END-IF

              CLOSE ARQ-FECHAMENTO
           END-IF

           MOVE "00" TO WF-FILE-STATUS.

      * EMPRESA DO ARQUIVO, COM O NOME PARA O HEADER E O CODIGO DO
      * EVENTO DE COMISSAO NA FOLHA. EMPRESA 000 = 001.
       030-LER-EMPRESA.
           MOVE "N"   TO W-ACHOU-EMPRESA
           MOVE ZEROS TO W-EVENTO-FOLHA

           IF W-EMPRESA-EXPORTAR EQUAL TO ZEROS
              MOVE 1 TO W-EMPRESA-EXPORTAR
           END-IF

           OPEN INPUT ARQ-EMPRESA

           IF WE-FILE-STATUS EQUAL TO "00"
              MOVE W-EMPRESA-EXPORTAR TO EM-COD-EMPRESA
              READ ARQ-EMPRESA RECORD KEY IS EM-COD-EMPRESA

              IF WE-FILE-STATUS EQUAL TO "00"
                 MOVE "S" TO W-ACHOU-EMPRESA

                 IF EM-EVENTO-FOLHA NUMERIC
                    MOVE EM-EVENTO-FOLHA TO W-EVENTO-FOLHA
                 END-IF
              END-IF

              CLOSE ARQ-EMPRESA
           END-IF

           MOVE "00" TO WE-FILE-STATUS.

      * PROCURA NO LOG DA INTERFACE UMA GERACAO ANTERIOR DA MESMA
      * COMPETENCIA E EMPRESA; GUARDA A ULTIMA PARA A MENSAGEM.
       040-VERIFICAR-EXPORTACAO.
           MOVE "N"    TO W-JA-EXPORTADA
           MOVE "N"    TO W-FIM-LOG
           MOVE ZEROS  TO W-DATA-EXPORTACAO
           MOVE SPACES TO W-USUARIO-EXPORTACAO

           OPEN INPUT ARQ-LOGFOLHA

           IF WL-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-LOG
           ELSE
              READ ARQ-LOGFOLHA
                AT END MOVE "S" TO W-FIM-LOG
              END-READ
           END-IF

           PERFORM 045-CONFERIR-LINHA-LOG UNTIL W-FIM-LOG = "S"

           CLOSE ARQ-LOGFOLHA
           MOVE "00" TO WL-FILE-STATUS.

       045-CONFERIR-LINHA-LOG.
           IF (LF-EXPORTACAO OR LF-REEXPORTACAO)
              AND LF-ANO-MES     EQUAL TO W-ANO-MES-FILTRO
              AND LF-COD-EMPRESA EQUAL TO W-EMPRESA-EXPORTAR
              MOVE "S"              TO W-JA-EXPORTADA
              MOVE LF-DATA-HORA(1:8) TO W-DATA-EXPORTACAO
              MOVE LF-USUARIO       TO W-USUARIO-EXPORTACAO
           END-IF

           READ ARQ-LOGFOLHA
             AT END MOVE "S" TO W-FIM-LOG
           END-READ.

      * UM DETALHE POR VENDEDOR DA EMPRESA FECHADO NA COMPETENCIA,
      * COM A COMISSAO CONGELADA NO FECHAMENTO.
       100-GERAR-ARQUIVO.
           MOVE ZEROS TO W-QTD-DETALHES, W-SOMA-COMISSOES
           MOVE "N"   TO W-FIM-FECHAMENTO

           MOVE SPACES TO W-LABEL-FOLHA
           STRING "intFolhaComissao"
                  W-ANO-MES-FILTRO
                  W-EMPRESA-EXPORTAR
                  DELIMITED BY SIZE
                  INTO W-LABEL-FOLHA

           OPEN OUTPUT INT-FOLHA

           MOVE W-EMPRESA-EXPORTAR          TO W-H-COD-EMPRESA
           MOVE EM-NOME                     TO W-H-NOME-EMPRESA
           MOVE W-ANO-MES-FILTRO            TO W-H-ANO-MES
           MOVE FUNCTION CURRENT-DATE(1:8)  TO W-H-DATA-GERACAO
           WRITE INT-FOLHA-LINHA FROM W-REG-HEADER

           OPEN INPUT ARQ-VENDEDOR
           OPEN INPUT ARQ-FECHAMENTO

           IF WF-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-FECHAMENTO
           ELSE
              MOVE W-ANO-MES-FILTRO TO FC-ANO-MES
              MOVE ZEROS            TO FC-COD-VENDEDOR
              START ARQ-FECHAMENTO KEY IS NOT LESS THAN FC-CHAVE

              IF WF-FILE-STATUS EQUAL TO "00"
                 READ ARQ-FECHAMENTO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-FECHAMENTO
                 END-READ
              ELSE
                 MOVE "S" TO W-FIM-FECHAMENTO
              END-IF
           END-IF

           PERFORM 110-EXPORTAR-VENDEDOR
             UNTIL W-FIM-FECHAMENTO = "S"

           CLOSE ARQ-FECHAMENTO
           CLOSE ARQ-VENDEDOR
           MOVE "00" TO WF-FILE-STATUS, WV-FILE-STATUS

           MOVE W-QTD-DETALHES   TO W-T-QTD-DETALHES
           MOVE W-SOMA-COMISSOES TO W-T-SOMA-COMISSOES
           WRITE INT-FOLHA-LINHA FROM W-REG-TRAILER

           CLOSE INT-FOLHA.

      * O REGISTRO DE PERIODO (VENDEDOR 000) NAO VAI PARA A FOLHA.
      * VENDEDOR SEM EMPRESA OU EXCLUIDO DO CADASTRO CONTA COMO DA
      * EMPRESA 001; O EXCLUIDO SAI COM CPF ZERADO PARA A FOLHA
      * REJEITAR E O RH CONFERIR.
       110-EXPORTAR-VENDEDOR.
           IF FC-ANO-MES NOT EQUAL TO W-ANO-MES-FILTRO
              MOVE "S" TO W-FIM-FECHAMENTO
           ELSE
              IF FC-COD-VENDEDOR GREATER THAN ZEROS
                 PERFORM 120-LER-VENDEDOR

                 IF W-EMPRESA-VENDEDOR EQUAL TO W-EMPRESA-EXPORTAR
                    PERFORM 130-GRAVAR-DETALHE
                 END-IF
              END-IF

              READ ARQ-FECHAMENTO NEXT RECORD
                AT END MOVE "S" TO W-FIM-FECHAMENTO
              END-READ
           END-IF.

       120-LER-VENDEDOR.
           MOVE 1 TO W-EMPRESA-VENDEDOR

           MOVE FC-COD-VENDEDOR TO COD-VENDEDOR
           READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR

           IF WV-FILE-STATUS EQUAL TO "00"
              MOVE CPF           TO W-D-CPF
              MOVE NOME-VENDEDOR TO W-D-NOME-VENDEDOR

              IF COD-EMPRESA-VENDEDOR NUMERIC
                 AND COD-EMPRESA-VENDEDOR GREATER THAN ZEROS
                 MOVE COD-EMPRESA-VENDEDOR TO W-EMPRESA-VENDEDOR
              END-IF
           ELSE
              MOVE ZEROS TO W-D-CPF
              MOVE "** VENDEDOR NAO CADASTRADO **" TO W-D-NOME-VENDEDOR
           END-IF.

       130-GRAVAR-DETALHE.
           MOVE FC-COD-VENDEDOR   TO W-D-COD-VENDEDOR
           MOVE FC-VALOR-COMISSAO TO W-D-VALOR-COMISSAO
           MOVE W-EVENTO-FOLHA    TO W-D-EVENTO-FOLHA
           WRITE INT-FOLHA-LINHA FROM W-REG-DETALHE

           ADD 1                 TO W-QTD-DETALHES
           ADD FC-VALOR-COMISSAO TO W-SOMA-COMISSOES.

       200-GRAVAR-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LF-DATA-HORA
           MOVE W-USUARIO-SESSAO   TO LF-USUARIO
           MOVE W-TIPO-LOG         TO LF-TIPO
           MOVE W-ANO-MES-FILTRO   TO LF-ANO-MES
           MOVE W-EMPRESA-EXPORTAR TO LF-COD-EMPRESA
           MOVE W-QTD-DETALHES     TO LF-QTD-VENDEDORES
           MOVE W-SOMA-COMISSOES   TO LF-VALOR-TOTAL
           MOVE ZEROS              TO LF-QTD-REJEITADOS
           MOVE SPACES             TO LF-CONCILIADO

           OPEN EXTEND ARQ-LOGFOLHA

           IF WL-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-LOGFOLHA
           END-IF

           WRITE ARQ-LOGFOLHA-REG
           CLOSE ARQ-LOGFOLHA.

       END PROGRAM EXPORTFOLHA.
