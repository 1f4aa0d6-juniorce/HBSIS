       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TELAEXPLICACAO AS "TELAEXPLICACAO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * SOLICITACAO DE EXPLICACAO DA DISTRIBUICAO (VER               *
      * SOLICEXPLIC.CPY). LIGA A EXPLICACAO PARA A PROXIMA EXECUCAO, *
      * REAL OU SIMULADA, PARA TODOS OS CLIENTES OU PARA UMA LISTA   *
      * DE ATE 10 CLIENTES. A EXECUCAO QUE ATENDE A SOLICITACAO A    *
      * DESLIGA; O RESULTADO SAI NO REPORTEXPLICACAO.                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SOLICEXPLIC ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WQ-FILE-STATUS.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SOLICEXPLIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSolicitacaoExplicacao'.
       COPY "SOLICEXPLIC.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WQ-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-USUARIO              PIC  X(020) VALUE SPACES.
       77 W-MENSAGEM             PIC  X(060) VALUE SPACES.
       77 W-SOLICITACAO-VALIDA   PIC  X(001) VALUE "N".
       77 W-IDX-TELA             PIC  9(002) VALUE ZEROS.
       77 W-QTD-LISTA            PIC  9(002) VALUE ZEROS.
       77 W-CLIENTE-MENSAGEM     PIC  ZZZZZZ9.

      * SITUACAO ATUAL DA SOLICITACAO, SO PARA EXIBICAO.
       77 W-MODO-ATUAL           PIC  X(001) VALUE "N".
       77 W-USUARIO-ATUAL        PIC  X(020) VALUE SPACES.
       77 W-DATA-HORA-ATUAL      PIC  9(014) VALUE ZEROS.
       77 W-ID-EXECUCAO-ATUAL    PIC  9(006) VALUE ZEROS.

      * CAMPOS EDITADOS NA TELA. A LISTA E DIGITADA EM 10 CAMPOS
      * SOLTOS E TRATADA COMO TABELA PELA REDEFINICAO; CODIGOS
      * ZERADOS SAO DESCARTADOS NA GRAVACAO.
       77 W-TEL-MODO             PIC  X(001) VALUE "N".
       01  W-TELA-CLIENTES.
           03 W-TEL-CLIENTE-01   PIC  9(007) VALUE ZEROS.
           03 W-TEL-CLIENTE-02   PIC  9(007) VALUE ZEROS.
           03 W-TEL-CLIENTE-03   PIC  9(007) VALUE ZEROS.
           03 W-TEL-CLIENTE-04   PIC  9(007) VALUE ZEROS.
           03 W-TEL-CLIENTE-05   PIC  9(007) VALUE ZEROS.
           03 W-TEL-CLIENTE-06   PIC  9(007) VALUE ZEROS.
           03 W-TEL-CLIENTE-07   PIC  9(007) VALUE ZEROS.
           03 W-TEL-CLIENTE-08   PIC  9(007) VALUE ZEROS.
           03 W-TEL-CLIENTE-09   PIC  9(007) VALUE ZEROS.
           03 W-TEL-CLIENTE-10   PIC  9(007) VALUE ZEROS.
       01  W-TELA-CLIENTES-TAB REDEFINES W-TELA-CLIENTES.
           03 W-TEL-CLIENTE      PIC  9(007) OCCURS 10 TIMES.

      * LISTA COMPACTADA (SO CODIGOS INFORMADOS) QUE VAI PARA O
      * REGISTRO DA SOLICITACAO.
       01  W-LISTA-CLIENTES.
           03 W-LST-CLIENTE      PIC  9(007) OCCURS 10 TIMES.

       SCREEN SECTION.
       01 TELA-EXPLICACAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 25 VALUE "EXPLICACAO DA DISTRIBUICAO".
          02 LINE 06 COL 10 VALUE "SOLICITACAO ATUAL:".
          02 LINE 06 COL 29, PIC X(001) FROM W-MODO-ATUAL.
          02 LINE 06 COL 31 VALUE "POR".
          02 LINE 06 COL 35, PIC X(020) FROM W-USUARIO-ATUAL.
          02 LINE 06 COL 56, PIC 9(014) FROM W-DATA-HORA-ATUAL.
          02 LINE 07 COL 10 VALUE "ULTIMA ATENDIDA  : EXECUCAO".
          02 LINE 07 COL 38, PIC ZZZZZ9 FROM W-ID-EXECUCAO-ATUAL.
          02 LINE 09 COL 10 VALUE
             "MODO (N=DESLIGADA T=TODOS L=LISTA):".
          02 LINE 09 COL 46, PIC X(001) USING W-TEL-MODO.
          02 LINE 10 COL 10 VALUE
             "VALE PARA A PROXIMA EXECUCAO, REAL OU SIMULADA.".
          02 LINE 12 COL 10 VALUE "CLIENTES DA LISTA (MODO L):".
          02 LINE 13 COL 10, PIC ZZZZZZ9 USING W-TEL-CLIENTE-01.
          02 LINE 13 COL 20, PIC ZZZZZZ9 USING W-TEL-CLIENTE-02.
          02 LINE 13 COL 30, PIC ZZZZZZ9 USING W-TEL-CLIENTE-03.
          02 LINE 13 COL 40, PIC ZZZZZZ9 USING W-TEL-CLIENTE-04.
          02 LINE 13 COL 50, PIC ZZZZZZ9 USING W-TEL-CLIENTE-05.
          02 LINE 14 COL 10, PIC ZZZZZZ9 USING W-TEL-CLIENTE-06.
          02 LINE 14 COL 20, PIC ZZZZZZ9 USING W-TEL-CLIENTE-07.
          02 LINE 14 COL 30, PIC ZZZZZZ9 USING W-TEL-CLIENTE-08.
          02 LINE 14 COL 40, PIC ZZZZZZ9 USING W-TEL-CLIENTE-09.
          02 LINE 14 COL 50, PIC ZZZZZZ9 USING W-TEL-CLIENTE-10.
          02 LINE 17 COL 10
             "CONFIRMA A GRAVACAO DA SOLICITACAO?(S/N):".
          02 LINE 17 COL 52, PIC X TO W-CONFIRMA.
          02 LINE 20 COL 10, PIC X(060) FROM W-MENSAGEM.

       01 MENSAGEM-SOLICITACAO-GRAVADA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "SOLICITACAO DE EXPLICACAO GRAVADA".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-SESSAO
           PERFORM 010-LER-SOLICITACAO

           MOVE SPACES TO W-MENSAGEM
           PERFORM 100-EDITAR-SOLICITACAO

           CHAIN "MENU".

       005-LER-SESSAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           MOVE SS-USUARIO TO W-USUARIO.

      * CARREGA A SOLICITACAO GRAVADA (OU UMA DESLIGADA, SE AINDA NAO
      * HOUVER ARQUIVO) NOS CAMPOS DE EXIBICAO E DE EDICAO.
       010-LER-SOLICITACAO.
           INITIALIZE ARQ-SOLICEXPLIC-REG

           OPEN INPUT ARQ-SOLICEXPLIC

           IF WQ-FILE-STATUS EQUAL "00"
              READ ARQ-SOLICEXPLIC
              CLOSE ARQ-SOLICEXPLIC
           END-IF

           IF NOT EXPLICACAO-TODOS AND NOT EXPLICACAO-LISTA
              MOVE "N" TO SX-MODO
           END-IF

           IF SX-QTD-CLIENTES NOT NUMERIC
              OR SX-QTD-CLIENTES GREATER THAN 10
              MOVE ZEROS TO SX-QTD-CLIENTES
              MOVE ZEROS TO SX-LISTA-CLIENTES
           END-IF

           IF SX-ID-EXECUCAO NOT NUMERIC
              MOVE ZEROS TO SX-ID-EXECUCAO
           END-IF

           MOVE SX-MODO           TO W-MODO-ATUAL
           MOVE SX-USUARIO        TO W-USUARIO-ATUAL
           MOVE SX-DATA-HORA      TO W-DATA-HORA-ATUAL
           MOVE SX-ID-EXECUCAO    TO W-ID-EXECUCAO-ATUAL

           MOVE SX-MODO           TO W-TEL-MODO
           MOVE SX-LISTA-CLIENTES TO W-TELA-CLIENTES.

       100-EDITAR-SOLICITACAO.
           DISPLAY TELA-EXPLICACAO
           ACCEPT  TELA-EXPLICACAO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL TO "S"
              PERFORM 110-VALIDAR-SOLICITACAO

              IF W-SOLICITACAO-VALIDA EQUAL TO "S"
                 PERFORM 120-GRAVAR-SOLICITACAO
              ELSE
                 PERFORM 100-EDITAR-SOLICITACAO
              END-IF
           END-IF.

      * O MODO PRECISA SER N, T OU L; NO MODO L AO MENOS UM CLIENTE.
      * TODO CODIGO INFORMADO PRECISA EXISTIR NO CADASTRO.
       110-VALIDAR-SOLICITACAO.
           MOVE "S"    TO W-SOLICITACAO-VALIDA
           MOVE SPACES TO W-MENSAGEM
           MOVE FUNCTION UPPER-CASE(W-TEL-MODO) TO W-TEL-MODO

           IF W-TEL-MODO NOT EQUAL TO "N"
              AND W-TEL-MODO NOT EQUAL TO "T"
              AND W-TEL-MODO NOT EQUAL TO "L"
              MOVE "N" TO W-SOLICITACAO-VALIDA
              MOVE "MODO DEVE SER N, T OU L." TO W-MENSAGEM
           END-IF

           MOVE ZEROS TO W-QTD-LISTA
           MOVE ZEROS TO W-LISTA-CLIENTES

           OPEN INPUT ARQ-CLIENTE

           PERFORM 111-CONFERIR-CLIENTE-TELA
             VARYING W-IDX-TELA FROM 1 BY 1
             UNTIL W-IDX-TELA GREATER THAN 10

           CLOSE ARQ-CLIENTE

           IF W-SOLICITACAO-VALIDA EQUAL TO "S"
              AND W-TEL-MODO EQUAL TO "L"
              AND W-QTD-LISTA EQUAL TO ZEROS
              MOVE "N" TO W-SOLICITACAO-VALIDA
              MOVE "INFORME AO MENOS UM CLIENTE PARA O MODO L."
                TO W-MENSAGEM
           END-IF.

       111-CONFERIR-CLIENTE-TELA.
           IF W-TEL-CLIENTE(W-IDX-TELA) GREATER THAN ZEROS
              AND W-SOLICITACAO-VALIDA EQUAL TO "S"
              MOVE W-TEL-CLIENTE(W-IDX-TELA) TO COD-CLIENTE
              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

              IF WC-FILE-STATUS EQUAL TO "00"
                 ADD 1 TO W-QTD-LISTA
                 MOVE W-TEL-CLIENTE(W-IDX-TELA)
                   TO W-LST-CLIENTE(W-QTD-LISTA)
              ELSE
                 MOVE "N" TO W-SOLICITACAO-VALIDA
                 MOVE W-TEL-CLIENTE(W-IDX-TELA) TO W-CLIENTE-MENSAGEM
                 STRING "CLIENTE "           DELIMITED BY SIZE
                        W-CLIENTE-MENSAGEM   DELIMITED BY SIZE
                        " NAO CADASTRADO."   DELIMITED BY SIZE
                   INTO W-MENSAGEM
                 END-STRING
              END-IF
           END-IF.

      * A EXECUCAO ATENDIDA ANTERIOR (SX-ID-EXECUCAO) E MANTIDA PARA
      * CONSULTA ATE A PROXIMA EXECUCAO EXPLICADA.
       120-GRAVAR-SOLICITACAO.
           MOVE W-TEL-MODO        TO SX-MODO
           MOVE W-USUARIO         TO SX-USUARIO
           MOVE FUNCTION CURRENT-DATE(1:14) TO SX-DATA-HORA
           MOVE W-QTD-LISTA       TO SX-QTD-CLIENTES
           MOVE W-LISTA-CLIENTES  TO SX-LISTA-CLIENTES

           OPEN OUTPUT ARQ-SOLICEXPLIC
           WRITE ARQ-SOLICEXPLIC-REG
           CLOSE ARQ-SOLICEXPLIC

           DISPLAY MENSAGEM-SOLICITACAO-GRAVADA
           ACCEPT  MENSAGEM-SOLICITACAO-GRAVADA.

       END PROGRAM TELAEXPLICACAO.
