      * (CATALOGO) E RESTAURA UMA COPIA ESCOLHIDA. AS QUANTIDADES    *
      * SAO CONFERIDAS NAS DUAS DIRECOES (ORIGEM X COPIA NA GERACAO, *
      * COPIA X DESTINO NA RESTAURACAO) E CADA OPERACAO E GRAVADA    *
      * NO LOG COM USUARIO E DATA. A RESTAURACAO TAMBEM VAI PARA O   *
      * LOG DE ACESSOS (VER LOGACESSO.CPY).                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-FILE-STATUS.

           SELECT ARQ-LOGACESSO   ASSIGN TO DISK
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTE
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       FD  ARQ-LOGACESSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'logAcesso'.
       COPY "LOGACESSO.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WOPCAO                 PIC  9      VALUE ZEROS.
       77 WB-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WK-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WA-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-OPCAO-LISTA          PIC  X(001) VALUE SPACES.
       77 W-USUARIO              PIC  X(020) VALUE SPACES.
       77 W-FIM-ARQUIVO          PIC  X(001) VALUE SPACES.
           MOVE ZEROS TO W-TOTAL-REGISTROS
           MOVE "N"   TO W-TEVE-DIFERENCA

           PERFORM 840-GRAVAR-LOG-ACESSO

           PERFORM 610-RESTAURAR-CLIENTE
           PERFORM 620-RESTAURAR-VENDEDOR
           PERFORM 630-RESTAURAR-ENDERECO
           WRITE ARQ-CATALOGO-REG
           CLOSE ARQ-CATALOGO.

      * RESTAURACAO NO LOG DE ACESSOS, COM A DATA DA COPIA. NA
      * PRIMEIRA GRAVACAO O ARQUIVO E CRIADO.
       840-GRAVAR-LOG-ACESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LA-DATA-HORA
           MOVE W-USUARIO      TO LA-USUARIO

           IF SS-EMPRESA NUMERIC
              MOVE SS-EMPRESA  TO LA-EMPRESA
           ELSE
              MOVE ZEROS       TO LA-EMPRESA
           END-IF

           MOVE "R"            TO LA-EVENTO
           MOVE "TELABACKUP"   TO LA-PROGRAMA
           MOVE SPACES         TO LA-DETALHE
           STRING "RESTAURACAO DA COPIA DE " DELIMITED BY SIZE
                  W-DATA-COPIA               DELIMITED BY SIZE
             INTO LA-DETALHE
           END-STRING

           OPEN EXTEND ARQ-LOGACESSO

           IF WA-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-LOGACESSO
           END-IF

           WRITE ARQ-LOGACESSO-REG
           CLOSE ARQ-LOGACESSO.

       700-LISTAR-CATALOGO.
           OPEN INPUT ARQ-CATALOGO

