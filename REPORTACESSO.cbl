       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REPORTACESSO AS "REPORTACESSO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * CONSULTA DO LOG DE ACESSOS (VER LOGACESSO.CPY): LOGINS       *
      * ACEITOS E NEGADOS, BLOQUEIOS, TROCAS OBRIGATORIAS DE SENHA,  *
      * FUNCOES CHAMADAS NO MENU, RESTAURACOES DE BACKUP E SAIDAS,   *
      * FILTRADOS POR USUARIO, POR FUNCAO (PROGRAMA) E POR PERIODO.  *
      * A PRIMEIRA SECAO LISTA TODOS OS EVENTOS DO FILTRO; A SEGUNDA *
      * SO AS TENTATIVAS NEGADAS (LOGIN NEGADO, BLOQUEIO E FUNCAO    *
      * SEM PERMISSAO); NO FIM, OS TOTAIS POR TIPO DE EVENTO.        *
      * RESTRITO A QUEM TEM A PERMISSAO DE PARAMETROS, POIS EXPOE A  *
      * ATIVIDADE DE TODOS OS USUARIOS.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LOGACESSO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WA-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT REL-ACESSO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LOGACESSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'logAcesso'.
       COPY "LOGACESSO.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       FD  REL-ACESSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relAcesso'.
       01  REL-ACESSO-LINHA       PIC  X(120).

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WA-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-FIM-LOG              PIC  X(001) VALUE "N".
       77 W-PASSA-FILTRO         PIC  X(001) VALUE "N".
       77 W-FILTRO-OK            PIC  X(001) VALUE "N".
       77 W-MENSAGEM             PIC  X(060) VALUE SPACES.
      * "T" PRIMEIRA SECAO (TODOS OS EVENTOS), "N" SEGUNDA SECAO
      * (SO AS TENTATIVAS NEGADAS).
       77 W-SECAO                PIC  X(001) VALUE "T".

      * FILTROS DA CONSULTA. EM BRANCO/ZEROS = SEM FILTRO; DATA
      * FINAL ZERADA = SEM LIMITE SUPERIOR.
       77 W-USUARIO-FILTRO       PIC  X(020) VALUE SPACES.
       77 W-PROGRAMA-FILTRO      PIC  X(020) VALUE SPACES.
       77 W-DATA-INICIAL         PIC  9(008) VALUE ZEROS.
       77 W-DATA-FINAL           PIC  9(008) VALUE ZEROS.
       77 W-DATA-FINAL-EFETIVA   PIC  9(008) VALUE ZEROS.

      * TOTAIS POR TIPO DE EVENTO (SO NA PRIMEIRA SECAO).
       77 W-QTD-EVENTOS          PIC  9(007) VALUE ZEROS.
       77 W-QTD-LOGIN-ACEITO     PIC  9(007) VALUE ZEROS.
       77 W-QTD-LOGIN-NEGADO     PIC  9(007) VALUE ZEROS.
       77 W-QTD-BLOQUEIO         PIC  9(007) VALUE ZEROS.
       77 W-QTD-TROCA-SENHA      PIC  9(007) VALUE ZEROS.
       77 W-QTD-FUNCAO           PIC  9(007) VALUE ZEROS.
       77 W-QTD-FUNCAO-NEGADA    PIC  9(007) VALUE ZEROS.
       77 W-QTD-RESTAURACAO      PIC  9(007) VALUE ZEROS.
       77 W-QTD-SAIDA            PIC  9(007) VALUE ZEROS.
       77 W-QTD-NEGADOS          PIC  9(007) VALUE ZEROS.

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE "LOG DE ACESSOS".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relAcesso'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "LOG DE ACESSOS AO SISTEMA".

       01  W-LINHA-FILTRO.
           03 FILLER              PIC  X(009) VALUE "USUARIO: ".
           03 W-F-USUARIO         PIC  X(020).
           03 FILLER              PIC  X(010) VALUE " FUNCAO: ".
           03 W-F-PROGRAMA        PIC  X(020).
           03 FILLER              PIC  X(010) VALUE " PERIODO: ".
           03 W-F-DATA-INICIAL    PIC  9(008).
           03 FILLER              PIC  X(003) VALUE " A ".
           03 W-F-DATA-FINAL      PIC  9(008).

       01  W-TITULO-SECAO.
           03 FILLER              PIC  X(005) VALUE "*** ".
           03 W-TS-TITULO         PIC  X(050).

       01  W-COLUNAS.
           03 FILLER              PIC  X(020) VALUE "DATA       HORA".
           03 FILLER              PIC  X(021) VALUE "USUARIO".
           03 FILLER              PIC  X(004) VALUE "EMP".
           03 FILLER              PIC  X(014) VALUE "EVENTO".
           03 FILLER              PIC  X(021) VALUE "FUNCAO".
           03 FILLER              PIC  X(040) VALUE "DETALHE".

       01  W-DETALHE.
           03 W-D-DIA             PIC  9(002).
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-D-MES             PIC  9(002).
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-D-ANO             PIC  9(004).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-HORA            PIC  9(002).
           03 FILLER              PIC  X(001) VALUE ":".
           03 W-D-MINUTO          PIC  9(002).
           03 FILLER              PIC  X(001) VALUE ":".
           03 W-D-SEGUNDO         PIC  9(002).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-USUARIO         PIC  X(020).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-EMPRESA         PIC  9(003).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-EVENTO          PIC  X(013).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-PROGRAMA        PIC  X(020).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-DETALHE         PIC  X(040).

       01  W-DATA-HORA-LOG.
           03 W-DH-ANO            PIC  9(004).
           03 W-DH-MES            PIC  9(002).
           03 W-DH-DIA            PIC  9(002).
           03 W-DH-HORA           PIC  9(002).
           03 W-DH-MINUTO         PIC  9(002).
           03 W-DH-SEGUNDO        PIC  9(002).

       01  W-LINHA-TOTAL.
           03 W-LT-DESCRICAO      PIC  X(030).
           03 W-LT-QUANTIDADE     PIC  ZZZZZZ9.

       SCREEN SECTION.
       01 TELA-OPCOES-ACESSO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 30 VALUE "LOG DE ACESSOS".
          02 LINE 07 COL 10 VALUE "USUARIO (BRANCO = TODOS)  :".
          02 LINE 07 COL 38, PIC X(020) USING W-USUARIO-FILTRO.
          02 LINE 08 COL 10 VALUE "FUNCAO  (BRANCO = TODAS)  :".
          02 LINE 08 COL 38, PIC X(020) USING W-PROGRAMA-FILTRO.
          02 LINE 09 COL 10 VALUE "DATA INICIAL (AAAAMMDD)   :".
          02 LINE 09 COL 38, PIC 9(008) USING W-DATA-INICIAL.
          02 LINE 10 COL 10 VALUE "DATA FINAL   (0 = HOJE)   :".
          02 LINE 10 COL 38, PIC 9(008) USING W-DATA-FINAL.
          02 LINE 12 COL 10 VALUE
             "FUNCAO = NOME DO PROGRAMA (EX.: DISTRIBUICAO).".
          02 LINE 15 COL 10 "CONFIRMA IMPRESSAO DO RELATORIO?(S/N):".
          02 LINE 15 COL 49, PIC X TO W-CONFIRMA.
          02 LINE 17 COL 10, PIC X(060) FROM W-MENSAGEM.

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

           PERFORM 010-SOLICITAR-OPCOES UNTIL W-FILTRO-OK = "S"

           OPEN OUTPUT REL-ACESSO

           WRITE REL-ACESSO-LINHA FROM W-CABECALHO-1
           WRITE REL-ACESSO-LINHA FROM W-CABECALHO-2

           MOVE W-USUARIO-FILTRO     TO W-F-USUARIO
           MOVE W-PROGRAMA-FILTRO    TO W-F-PROGRAMA
           MOVE W-DATA-INICIAL       TO W-F-DATA-INICIAL
           MOVE W-DATA-FINAL-EFETIVA TO W-F-DATA-FINAL
           WRITE REL-ACESSO-LINHA FROM W-LINHA-FILTRO

           MOVE "T" TO W-SECAO
           MOVE "EVENTOS DE ACESSO NO PERIODO" TO W-TS-TITULO
           PERFORM 100-LISTAR-SECAO

           MOVE "N" TO W-SECAO
           MOVE "TENTATIVAS NEGADAS" TO W-TS-TITULO
           PERFORM 100-LISTAR-SECAO

           PERFORM 300-IMPRIMIR-TOTAIS

           CLOSE REL-ACESSO

           MOVE SPACES TO W-SPOOL-PARAMETROS
           STRING W-DATA-INICIAL       DELIMITED BY SIZE
                  " A "                DELIMITED BY SIZE
                  W-DATA-FINAL-EFETIVA DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  W-USUARIO-FILTRO     DELIMITED BY SPACE
             INTO W-SPOOL-PARAMETROS
           END-STRING

           PERFORM 900-REGISTRAR-SPOOL

           CHAIN "MENU".

       005-VERIFICAR-PERMISSAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           IF SS-PERM-PARAMETRO NOT EQUAL TO "S"
              DISPLAY MENSAGEM-SEM-PERMISSAO
              ACCEPT  MENSAGEM-SEM-PERMISSAO
              CHAIN "MENU"
           END-IF.

      * PEDE OS FILTROS ATE O PERIODO SER VALIDO: DATA INICIAL NAO
      * POSTERIOR A FINAL. DATA FINAL ZERADA VALE HOJE.
       010-SOLICITAR-OPCOES.
           DISPLAY TELA-OPCOES-ACESSO
           ACCEPT  TELA-OPCOES-ACESSO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
              CHAIN "MENU"
           END-IF

           MOVE FUNCTION UPPER-CASE(W-PROGRAMA-FILTRO)
             TO W-PROGRAMA-FILTRO

           IF W-DATA-FINAL EQUAL TO ZEROS
              MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-FINAL-EFETIVA
           ELSE
              MOVE W-DATA-FINAL TO W-DATA-FINAL-EFETIVA
           END-IF

           MOVE "S"    TO W-FILTRO-OK
           MOVE SPACES TO W-MENSAGEM

           IF W-DATA-INICIAL GREATER THAN W-DATA-FINAL-EFETIVA
              MOVE "N" TO W-FILTRO-OK
              MOVE "PERIODO INVALIDO: DATA INICIAL POSTERIOR A FINAL."
                TO W-MENSAGEM
           END-IF.

      * UMA PASSADA NO LOG POR SECAO, NA ORDEM DE GRAVACAO (QUE E A
      * ORDEM CRONOLOGICA).
       100-LISTAR-SECAO.
           MOVE SPACES TO REL-ACESSO-LINHA
           WRITE REL-ACESSO-LINHA
           WRITE REL-ACESSO-LINHA FROM W-TITULO-SECAO
           WRITE REL-ACESSO-LINHA FROM W-COLUNAS

           MOVE "N" TO W-FIM-LOG

           OPEN INPUT ARQ-LOGACESSO

           IF WA-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-LOG
           ELSE
              READ ARQ-LOGACESSO
                AT END MOVE "S" TO W-FIM-LOG
              END-READ
           END-IF

           PERFORM 110-PROCESSAR-EVENTO UNTIL W-FIM-LOG = "S"

           CLOSE ARQ-LOGACESSO.

       110-PROCESSAR-EVENTO.
           PERFORM 120-APLICAR-FILTROS

           IF W-PASSA-FILTRO EQUAL TO "S"
              IF W-SECAO EQUAL TO "T"
                 PERFORM 130-CONTAR-EVENTO
                 PERFORM 200-IMPRIMIR-EVENTO
              ELSE
                 IF ACESSO-NEGADO
                    PERFORM 200-IMPRIMIR-EVENTO
                 END-IF
              END-IF
           END-IF

           READ ARQ-LOGACESSO
             AT END MOVE "S" TO W-FIM-LOG
           END-READ.

       120-APLICAR-FILTROS.
           MOVE "S" TO W-PASSA-FILTRO

           IF LA-DATA-HORA NOT NUMERIC
              MOVE "N" TO W-PASSA-FILTRO
           ELSE
              IF LA-DATA-HORA(1:8) < W-DATA-INICIAL
                 OR LA-DATA-HORA(1:8) > W-DATA-FINAL-EFETIVA
                 MOVE "N" TO W-PASSA-FILTRO
              END-IF
           END-IF

           IF W-USUARIO-FILTRO NOT EQUAL TO SPACES
              AND LA-USUARIO NOT EQUAL TO W-USUARIO-FILTRO
              MOVE "N" TO W-PASSA-FILTRO
           END-IF

           IF W-PROGRAMA-FILTRO NOT EQUAL TO SPACES
              AND LA-PROGRAMA NOT EQUAL TO W-PROGRAMA-FILTRO
              MOVE "N" TO W-PASSA-FILTRO
           END-IF.

       130-CONTAR-EVENTO.
           ADD 1 TO W-QTD-EVENTOS

           EVALUATE TRUE
             WHEN ACESSO-LOGIN-ACEITO
                ADD 1 TO W-QTD-LOGIN-ACEITO
             WHEN ACESSO-LOGIN-NEGADO
                ADD 1 TO W-QTD-LOGIN-NEGADO
             WHEN ACESSO-BLOQUEIO
                ADD 1 TO W-QTD-BLOQUEIO
             WHEN ACESSO-TROCA-SENHA
                ADD 1 TO W-QTD-TROCA-SENHA
             WHEN ACESSO-FUNCAO
                ADD 1 TO W-QTD-FUNCAO
             WHEN ACESSO-FUNCAO-NEGADA
                ADD 1 TO W-QTD-FUNCAO-NEGADA
             WHEN ACESSO-RESTAURACAO
                ADD 1 TO W-QTD-RESTAURACAO
             WHEN ACESSO-SAIDA
                ADD 1 TO W-QTD-SAIDA
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           IF ACESSO-NEGADO
              ADD 1 TO W-QTD-NEGADOS
           END-IF.

       200-IMPRIMIR-EVENTO.
           MOVE LA-DATA-HORA    TO W-DATA-HORA-LOG
           MOVE W-DH-DIA        TO W-D-DIA
           MOVE W-DH-MES        TO W-D-MES
           MOVE W-DH-ANO        TO W-D-ANO
           MOVE W-DH-HORA       TO W-D-HORA
           MOVE W-DH-MINUTO     TO W-D-MINUTO
           MOVE W-DH-SEGUNDO    TO W-D-SEGUNDO
           MOVE LA-USUARIO      TO W-D-USUARIO
           MOVE LA-PROGRAMA     TO W-D-PROGRAMA
           MOVE LA-DETALHE      TO W-D-DETALHE

           IF LA-EMPRESA NUMERIC
              MOVE LA-EMPRESA   TO W-D-EMPRESA
           ELSE
              MOVE ZEROS        TO W-D-EMPRESA
           END-IF

           EVALUATE TRUE
             WHEN ACESSO-LOGIN-ACEITO
                MOVE "LOGIN"         TO W-D-EVENTO
             WHEN ACESSO-LOGIN-NEGADO
                MOVE "LOGIN NEGADO"  TO W-D-EVENTO
             WHEN ACESSO-BLOQUEIO
                MOVE "BLOQUEIO"      TO W-D-EVENTO
             WHEN ACESSO-TROCA-SENHA
                MOVE "TROCA SENHA"   TO W-D-EVENTO
             WHEN ACESSO-FUNCAO
                MOVE "FUNCAO"        TO W-D-EVENTO
             WHEN ACESSO-FUNCAO-NEGADA
                MOVE "SEM PERMISSAO" TO W-D-EVENTO
             WHEN ACESSO-RESTAURACAO
                MOVE "RESTAURACAO"   TO W-D-EVENTO
             WHEN ACESSO-SAIDA
                MOVE "SAIDA"         TO W-D-EVENTO
             WHEN OTHER
                MOVE LA-EVENTO       TO W-D-EVENTO
           END-EVALUATE

           WRITE REL-ACESSO-LINHA FROM W-DETALHE.

       300-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-ACESSO-LINHA
           WRITE REL-ACESSO-LINHA

           MOVE "TOTAL DE EVENTOS"        TO W-LT-DESCRICAO
           MOVE W-QTD-EVENTOS             TO W-LT-QUANTIDADE
           WRITE REL-ACESSO-LINHA FROM W-LINHA-TOTAL

           MOVE "LOGINS ACEITOS"          TO W-LT-DESCRICAO
           MOVE W-QTD-LOGIN-ACEITO        TO W-LT-QUANTIDADE
           WRITE REL-ACESSO-LINHA FROM W-LINHA-TOTAL

           MOVE "LOGINS NEGADOS"          TO W-LT-DESCRICAO
           MOVE W-QTD-LOGIN-NEGADO        TO W-LT-QUANTIDADE
           WRITE REL-ACESSO-LINHA FROM W-LINHA-TOTAL

           MOVE "BLOQUEIOS POR TENTATIVAS" TO W-LT-DESCRICAO
           MOVE W-QTD-BLOQUEIO            TO W-LT-QUANTIDADE
           WRITE REL-ACESSO-LINHA FROM W-LINHA-TOTAL

           MOVE "TROCAS OBRIGATORIAS"     TO W-LT-DESCRICAO
           MOVE W-QTD-TROCA-SENHA         TO W-LT-QUANTIDADE
           WRITE REL-ACESSO-LINHA FROM W-LINHA-TOTAL

           MOVE "FUNCOES CHAMADAS"        TO W-LT-DESCRICAO
           MOVE W-QTD-FUNCAO              TO W-LT-QUANTIDADE
           WRITE REL-ACESSO-LINHA FROM W-LINHA-TOTAL

           MOVE "FUNCOES SEM PERMISSAO"   TO W-LT-DESCRICAO
           MOVE W-QTD-FUNCAO-NEGADA       TO W-LT-QUANTIDADE
           WRITE REL-ACESSO-LINHA FROM W-LINHA-TOTAL

           MOVE "RESTAURACOES DE BACKUP"  TO W-LT-DESCRICAO
           MOVE W-QTD-RESTAURACAO         TO W-LT-QUANTIDADE
           WRITE REL-ACESSO-LINHA FROM W-LINHA-TOTAL

           MOVE "SAIDAS DO SISTEMA"       TO W-LT-DESCRICAO
           MOVE W-QTD-SAIDA               TO W-LT-QUANTIDADE
           WRITE REL-ACESSO-LINHA FROM W-LINHA-TOTAL

           MOVE "TOTAL DE TENTATIVAS NEGADAS" TO W-LT-DESCRICAO
           MOVE W-QTD-NEGADOS             TO W-LT-QUANTIDADE
           WRITE REL-ACESSO-LINHA FROM W-LINHA-TOTAL.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM REPORTACESSO.
