       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-OPCAO-LISTA          PIC  X(001) VALUE SPACES.
       77 W-ACHOU-USUARIO        PIC  X(001) VALUE "N".
      * A SENHA NAO E EXIBIDA NEM GRAVADA (VER USUARIO.CPY): NA
      * ALTERACAO, SENHA EM BRANCO MANTEM A ATUAL; UMA SENHA
      * INFORMADA E DIFERENTE DA ATUAL TEM O RESUMO GRAVADO, O
      * RESUMO ANTIGO VAI PARA O HISTORICO E O USUARIO E OBRIGADO A
      * TROCAR NO PROXIMO LOGIN. O USUARIO NOVO RECEBE UM SAL NOVO.
       77 W-SAL-USUARIO          PIC  X(008) VALUE SPACES.
       77 W-HASH-NOVA            PIC  X(016) VALUE SPACES.

      * ESPELHO DO REGISTRO DE ARQ-USUARIO PARA EDICAO EM TELA.
       01  W-ARQ-USUARIO-REG.
          02 LINE 07 COL 10 VALUE "NOME              :".
          02 LINE 07 COL 30, PIC X(040) USING W-US-NOME.
          02 LINE 08 COL 10 VALUE "SENHA             :".
          02 LINE 08 COL 30, PIC X(010) TO W-US-SENHA SECURE.
          02 LINE 08 COL 42 VALUE "(EM BRANCO MANTEM A ATUAL)".
          02 LINE 09 COL 10 VALUE "STATUS (A/I)      :".
          02 LINE 09 COL 30, PIC X USING W-US-STATUS.
          02 LINE 10 COL 10 VALUE "EXECUTAR DISTR S/N:".
           IF WU-FILE-STATUS EQUAL TO "00"
              MOVE "S"              TO W-ACHOU-USUARIO
              MOVE US-NOME          TO W-US-NOME
              MOVE US-STATUS        TO W-US-STATUS
              MOVE US-PERM-EXECUTAR TO W-US-PERM-EXECUTAR
              MOVE US-PERM-PARAMETRO TO W-US-PERM-PARAMETRO
       110-GRAVAR-USUARIO.
           MOVE W-US-CODIGO TO US-CODIGO
           MOVE W-US-NOME   TO US-NOME
           MOVE FUNCTION UPPER-CASE(W-US-STATUS) TO US-STATUS
           MOVE FUNCTION UPPER-CASE(W-US-PERM-EXECUTAR)
             TO US-PERM-EXECUTAR
             TO US-PERM-EXCLUIR

           IF W-ACHOU-USUARIO EQUAL TO "S"
              MOVE US-SAL-SENHA TO W-SAL-USUARIO
           ELSE
              MOVE SPACES       TO W-SAL-USUARIO
           END-IF

           CALL "SENHAHASH" USING W-US-SENHA, W-SAL-USUARIO,
                                  W-HASH-NOVA

           IF W-ACHOU-USUARIO EQUAL TO "S"
      * SENHA REDEFINIDA PELO ADMINISTRADOR: O RESUMO DA ANTIGA ENTRA
      * NO HISTORICO E O USUARIO E OBRIGADO A TROCAR NO PROXIMO LOGIN.
              IF W-US-SENHA NOT EQUAL TO SPACES
                 AND W-HASH-NOVA NOT EQUAL TO US-HASH-SENHA
                 MOVE US-HASH-ANT-2    TO US-HASH-ANT-3
                 MOVE US-HASH-ANT-1    TO US-HASH-ANT-2
                 MOVE US-HASH-SENHA    TO US-HASH-ANT-1
                 MOVE W-HASH-NOVA      TO US-HASH-SENHA
                 MOVE "S"              TO US-FORCAR-TROCA
                 MOVE ZEROS            TO US-TENTATIVAS
                 MOVE FUNCTION CURRENT-DATE(1:8)
              REWRITE ARQ-USUARIO-REG
           ELSE
      * USUARIO NOVO TROCA A SENHA NO PRIMEIRO LOGIN.
              MOVE W-SAL-USUARIO TO US-SAL-SENHA
              MOVE W-HASH-NOVA   TO US-HASH-SENHA
              MOVE FUNCTION CURRENT-DATE(1:8)
                TO US-DATA-TROCA-SENHA
              MOVE "S"    TO US-FORCAR-TROCA
              MOVE ZEROS  TO US-TENTATIVAS
              MOVE SPACES TO US-HASH-ANT-1
              MOVE SPACES TO US-HASH-ANT-2
              MOVE SPACES TO US-HASH-ANT-3

              WRITE ARQ-USUARIO-REG
           END-IF

           MOVE SPACES TO W-US-SENHA

           IF WU-FILE-STATUS NOT EQUAL TO "00"
              DISPLAY MENSAGEM-ERRO-GRAVACAO
              ACCEPT  MENSAGEM-ERRO-GRAVACAO
