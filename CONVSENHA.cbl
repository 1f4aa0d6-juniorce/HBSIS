       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CONVSENHA AS "CONVSENHA".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * CONVERSAO UNICA DO CADASTRO DE USUARIOS PARA SENHAS GRAVADAS *
      * SO COMO RESUMO COM SAL (VER USUARIO.CPY E SENHAHASH). O      *
      * CADASTRO ANTIGO, COM AS SENHAS ABERTAS, DEVE SER RENOMEADO   *
      * PARA 'cadUsuarioAnterior' ANTES DA EXECUCAO; CADA USUARIO    *
      * GANHA UM SAL PROPRIO E E GRAVADO NO NOVO 'cadUsuario' COM O  *
      * RESUMO DA SENHA ATUAL E DAS TRES ANTERIORES. SE O NOVO       *
      * CADASTRO JA EXISTIR, A CONVERSAO NAO E FEITA. CADA USUARIO   *
      * CONVERTIDO TEM AS SENHAS APAGADAS TAMBEM NO CADASTRO ANTIGO, *
      * QUE DEPOIS DA CONFERENCIA PODE SER EXCLUIDO.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-USUARIO-ANT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS UA-CODIGO
                  FILE STATUS   IS WA-FILE-STATUS.

           SELECT ARQ-USUARIO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS US-CODIGO
                  FILE STATUS   IS WU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * LAYOUT ANTERIOR DO USUARIO: SENHA ATUAL E HISTORICO ABERTOS.
       FD  ARQ-USUARIO-ANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadUsuarioAnterior'.
       01  ARQ-USUARIO-ANT-REG.
           03 UA-CODIGO           PIC  X(020).
           03 UA-NOME             PIC  X(040).
           03 UA-SENHA            PIC  X(010).
           03 UA-STATUS           PIC  X(001).
           03 UA-PERM-EXECUTAR    PIC  X(001).
           03 UA-PERM-PARAMETRO   PIC  X(001).
           03 UA-PERM-EXCLUIR     PIC  X(001).
           03 UA-DATA-TROCA-SENHA PIC  9(008).
           03 UA-FORCAR-TROCA     PIC  X(001).
           03 UA-TENTATIVAS       PIC  9(002).
           03 UA-SENHA-ANT-1      PIC  X(010).
           03 UA-SENHA-ANT-2      PIC  X(010).
           03 UA-SENHA-ANT-3      PIC  X(010).

       FD  ARQ-USUARIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadUsuario'.
       COPY "USUARIO.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WA-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WU-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-FIM-USUARIO          PIC  X(001) VALUE "N".
       77 W-QTD-LIDOS            PIC  9(007) VALUE ZEROS.
       77 W-QTD-GRAVADOS         PIC  9(007) VALUE ZEROS.
       77 W-QTD-REJEITADOS       PIC  9(007) VALUE ZEROS.
       77 W-MENSAGEM             PIC  X(050) VALUE SPACES.
       77 W-SENHA-ABERTA         PIC  X(010) VALUE SPACES.
       77 W-HASH-CALCULADO       PIC  X(016) VALUE SPACES.

       SCREEN SECTION.
       01 CONFIRMAR-CONVERSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 24 VALUE "CONVERSAO DAS SENHAS DE USUARIO".
          02 LINE 07 COL 10 VALUE
             "CONVERTE cadUsuarioAnterior PARA cadUsuario COM".
          02 LINE 08 COL 10 VALUE
             "AS SENHAS GRAVADAS SO COMO RESUMO COM SAL.".
          02 LINE 10 COL 10 "CONFIRMA A CONVERSAO?(S/N):".
          02 LINE 10 COL 38, PIC X TO W-CONFIRMA.

       01 RESULTADO-CONVERSAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 24 VALUE "CONVERSAO DAS SENHAS DE USUARIO".
          02 LINE 07 COL 10, PIC X(050) FROM W-MENSAGEM.
          02 LINE 09 COL 10 VALUE "USUARIOS LIDOS    :".
          02 LINE 09 COL 30, PIC ZZZZZZ9 FROM W-QTD-LIDOS.
          02 LINE 10 COL 10 VALUE "USUARIOS GRAVADOS :".
          02 LINE 10 COL 30, PIC ZZZZZZ9 FROM W-QTD-GRAVADOS.
          02 LINE 11 COL 10 VALUE "REJEITADOS        :".
          02 LINE 11 COL 30, PIC ZZZZZZ9 FROM W-QTD-REJEITADOS.
          02 LINE 13 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 13 COL 39, PIC X TO W-CONFIRMA.

       PROCEDURE DIVISION.
       000-INICIO.
           DISPLAY CONFIRMAR-CONVERSAO
           ACCEPT  CONFIRMAR-CONVERSAO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL TO "S"
              PERFORM 100-CONVERTER
              DISPLAY RESULTADO-CONVERSAO
              ACCEPT  RESULTADO-CONVERSAO
           END-IF

           CHAIN "MENU".

      * O NOVO CADASTRO SO E CRIADO SE AINDA NAO EXISTIR, PARA QUE
      * UMA SEGUNDA EXECUCAO NAO APAGUE SENHAS JA TROCADAS.
       100-CONVERTER.
           OPEN I-O ARQ-USUARIO-ANT

           IF WA-FILE-STATUS NOT EQUAL TO "00"
              MOVE "CADASTRO cadUsuarioAnterior NAO ENCONTRADO"
                TO W-MENSAGEM
           ELSE
              OPEN INPUT ARQ-USUARIO

              IF WU-FILE-STATUS EQUAL TO "00"
                 CLOSE ARQ-USUARIO
                 CLOSE ARQ-USUARIO-ANT
                 MOVE "cadUsuario JA EXISTE; CONVERSAO NAO EXECUTADA"
                   TO W-MENSAGEM
              ELSE
                 OPEN OUTPUT ARQ-USUARIO
                 MOVE "N" TO W-FIM-USUARIO

                 READ ARQ-USUARIO-ANT NEXT
                   AT END MOVE "S" TO W-FIM-USUARIO
                 END-READ

                 PERFORM 110-CONVERTER-USUARIO
                   UNTIL W-FIM-USUARIO = "S"

                 CLOSE ARQ-USUARIO
                 CLOSE ARQ-USUARIO-ANT
                 MOVE "CONVERSAO CONCLUIDA" TO W-MENSAGEM
              END-IF
           END-IF.

      * O SAL E GERADO NA PRIMEIRA CHAMADA (SAL EM BRANCO) E REUSADO
      * NO HISTORICO, PARA QUE A TROCA DE SENHA CONSIGA COMPARAR A
      * NOVA SENHA COM AS ANTERIORES.
       110-CONVERTER-USUARIO.
           ADD 1 TO W-QTD-LIDOS

           INITIALIZE ARQ-USUARIO-REG

           MOVE UA-CODIGO         TO US-CODIGO
           MOVE UA-NOME           TO US-NOME
           MOVE UA-STATUS         TO US-STATUS
           MOVE UA-PERM-EXECUTAR  TO US-PERM-EXECUTAR
           MOVE UA-PERM-PARAMETRO TO US-PERM-PARAMETRO
           MOVE UA-PERM-EXCLUIR   TO US-PERM-EXCLUIR
           MOVE UA-FORCAR-TROCA   TO US-FORCAR-TROCA

      * REGISTRO GRAVADO ANTES DO CICLO DE VIDA DA SENHA EXISTIR VEM
      * CURTO; SANEIA OS CAMPOS NUMERICOS PARA ZEROS.
           IF UA-DATA-TROCA-SENHA NUMERIC
              MOVE UA-DATA-TROCA-SENHA TO US-DATA-TROCA-SENHA
           ELSE
              MOVE ZEROS TO US-DATA-TROCA-SENHA
           END-IF

           IF UA-TENTATIVAS NUMERIC
              MOVE UA-TENTATIVAS TO US-TENTATIVAS
           ELSE
              MOVE ZEROS TO US-TENTATIVAS
           END-IF

           MOVE SPACES TO US-SAL-SENHA
           MOVE UA-SENHA TO W-SENHA-ABERTA
           CALL "SENHAHASH" USING W-SENHA-ABERTA, US-SAL-SENHA,
                                  US-HASH-SENHA

           MOVE UA-SENHA-ANT-1 TO W-SENHA-ABERTA
           PERFORM 120-RESUMIR-ANTERIOR
           MOVE W-HASH-CALCULADO TO US-HASH-ANT-1

           MOVE UA-SENHA-ANT-2 TO W-SENHA-ABERTA
           PERFORM 120-RESUMIR-ANTERIOR
           MOVE W-HASH-CALCULADO TO US-HASH-ANT-2

           MOVE UA-SENHA-ANT-3 TO W-SENHA-ABERTA
           PERFORM 120-RESUMIR-ANTERIOR
           MOVE W-HASH-CALCULADO TO US-HASH-ANT-3

           MOVE SPACES TO W-SENHA-ABERTA

           WRITE ARQ-USUARIO-REG

           IF WU-FILE-STATUS EQUAL TO "00"
              ADD 1 TO W-QTD-GRAVADOS
              PERFORM 130-APAGAR-SENHAS-ANTIGAS
           ELSE
              ADD 1 TO W-QTD-REJEITADOS
           END-IF

           READ ARQ-USUARIO-ANT NEXT
             AT END MOVE "S" TO W-FIM-USUARIO
           END-READ.

      * POSICAO DO HISTORICO VAZIA (OU DE REGISTRO CURTO) CONTINUA
      * VAZIA.
       120-RESUMIR-ANTERIOR.
           IF W-SENHA-ABERTA EQUAL TO SPACES
              OR W-SENHA-ABERTA EQUAL TO LOW-VALUES
              MOVE SPACES TO W-HASH-CALCULADO
           ELSE
              CALL "SENHAHASH" USING W-SENHA-ABERTA, US-SAL-SENHA,
                                     W-HASH-CALCULADO
           END-IF.

       130-APAGAR-SENHAS-ANTIGAS.
           MOVE SPACES TO UA-SENHA
           MOVE SPACES TO UA-SENHA-ANT-1
           MOVE SPACES TO UA-SENHA-ANT-2
           MOVE SPACES TO UA-SENHA-ANT-3

           REWRITE ARQ-USUARIO-ANT-REG.

       END PROGRAM CONVSENHA.
