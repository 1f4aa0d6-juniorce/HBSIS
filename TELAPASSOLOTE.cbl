       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TELAPASSOLOTE AS "TELAPASSOLOTE".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * MANUTENCAO DA TABELA DE PASSOS DO LOTE NOTURNO (VER          *
      * PASSOLOTE.CPY): PROGRAMA, ORDEM, ATIVO, SE A FALHA           *
      * INTERROMPE O LOTE OU SO AVISA, E QUANDO O PASSO RODA (TODO   *
      * DIA UTIL, PRIMEIRO OU ULTIMO DIA UTIL DO MES, UM DIA DA      *
      * SEMANA). A OPCAO DE SEQUENCIA PADRAO GRAVA NA TABELA OS      *
      * PASSOS DE PASSOPADRAO.CPY QUE AINDA NAO EXISTEM, COMO PONTO  *
      * DE PARTIDA. RESTRITA A USUARIOS COM A PERMISSAO DE           *
      * PARAMETROS, COMO O CALENDARIO DO LOTE.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PASSOLOTE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PL-ORDEM
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PASSOLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPassoLote'.
       COPY "PASSOLOTE.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WOPCAO                 PIC  9      VALUE ZEROS.
       77 WP-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-OPCAO-LISTA          PIC  X(001) VALUE SPACES.
       77 W-ACHOU-PASSO          PIC  X(001) VALUE "N".
       77 W-DADOS-OK             PIC  X(001) VALUE "N".
       77 W-GRAVAR               PIC  X(001) VALUE "N".
       77 W-MENSAGEM             PIC  X(060) VALUE SPACES.
       77 W-IDX-PADRAO           PIC  9(002) VALUE ZEROS.
       77 W-QTD-GRAVADOS         PIC  9(002) VALUE ZEROS.

      * PASSO EM EDICAO.
       77 W-PL-ORDEM             PIC  9(003) VALUE ZEROS.
       77 W-PL-NOME              PIC  X(030) VALUE SPACES.
       77 W-PL-PROGRAMA          PIC  X(020) VALUE SPACES.
       77 W-PL-ATIVO             PIC  X(001) VALUE SPACES.
       77 W-PL-FALHA             PIC  X(001) VALUE SPACES.
       77 W-PL-QUANDO            PIC  X(001) VALUE SPACES.
       77 W-PL-DIA-SEMANA        PIC  9(001) VALUE ZEROS.

       COPY "PASSOPADRAO.CPY".

       SCREEN SECTION.
       01 MENU-PASSOS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 28 VALUE "PASSOS DO LOTE NOTURNO".
          02 LINE 07 COL 10 VALUE "[1] INCLUIR OU ALTERAR PASSO".
          02 LINE 08 COL 10 VALUE "[2] EXCLUIR PASSO".
          02 LINE 09 COL 10 VALUE "[3] LISTAR PASSOS".
          02 LINE 10 COL 10 VALUE "[4] GRAVAR A SEQUENCIA PADRAO".
          02 LINE 11 COL 10 VALUE "[5] VOLTAR AO MENU PRINCIPAL".
          02 LINE 13 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 13 COL 34 PIC 9 TO WOPCAO AUTO.

       01 BUSCAR-PASSO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 28 VALUE "PASSOS DO LOTE NOTURNO".
          02 LINE 07 COL 10 VALUE "ORDEM DO PASSO (001 A 999):".
          02 LINE 07 COL 38, PIC 999 TO W-PL-ORDEM.

       01 MANUTENCAO-PASSO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 28 VALUE "INCLUIR OU ALTERAR PASSO".
          02 LINE 06 COL 10 VALUE "ORDEM         :".
          02 LINE 06 COL 26, PIC 999 FROM W-PL-ORDEM.
          02 LINE 07 COL 10 VALUE "NOME NO LOG   :".
          02 LINE 07 COL 26, PIC X(030) USING W-PL-NOME.
          02 LINE 08 COL 10 VALUE "PROGRAMA      :".
          02 LINE 08 COL 26, PIC X(020) USING W-PL-PROGRAMA.
          02 LINE 09 COL 10 VALUE "ATIVO (S/N)   :".
          02 LINE 09 COL 26, PIC X(001) USING W-PL-ATIVO.
          02 LINE 10 COL 10 VALUE "FALHA         :".
          02 LINE 10 COL 26, PIC X(001) USING W-PL-FALHA.
          02 LINE 10 COL 29 VALUE "I=INTERROMPE O LOTE A=SO AVISA".
          02 LINE 11 COL 10 VALUE "QUANDO RODA   :".
          02 LINE 11 COL 26, PIC X(001) USING W-PL-QUANDO.
          02 LINE 11 COL 29 VALUE "D=TODO DIA UTIL P=PRIMEIRO DIA".
          02 LINE 12 COL 29 VALUE "UTIL DO MES U=ULTIMO DIA UTIL".
          02 LINE 13 COL 29 VALUE "DO MES S=UM DIA DA SEMANA".
          02 LINE 14 COL 10 VALUE "DIA DA SEMANA :".
          02 LINE 14 COL 26, PIC 9(001) USING W-PL-DIA-SEMANA.
          02 LINE 14 COL 29 VALUE "1=SEGUNDA ... 6=SABADO (SO S)".
          02 LINE 16 COL 10 VALUE
             "IMPCLIENTE, IMPVENDEDOR E RELATORIOS SAO INTERNOS".
          02 LINE 18 COL 10
             "CONFIRMA A GRAVACAO DO PASSO?(S/N):".
          02 LINE 18 COL 46, PIC X TO W-CONFIRMA.
          02 LINE 20 COL 10, PIC X(060) FROM W-MENSAGEM.

       01 EXCLUIR-PASSO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 28 VALUE "EXCLUIR PASSO".
          02 LINE 07 COL 10 VALUE "ORDEM      :".
          02 LINE 07 COL 23, PIC 999 FROM W-PL-ORDEM.
          02 LINE 08 COL 10 VALUE "NOME NO LOG:".
          02 LINE 08 COL 23, PIC X(030) FROM W-PL-NOME.
          02 LINE 09 COL 10 VALUE "PROGRAMA   :".
          02 LINE 09 COL 23, PIC X(020) FROM W-PL-PROGRAMA.
          02 LINE 15 COL 10
             "CONFIRMA A EXCLUSAO DO PASSO?(S/N):".
          02 LINE 15 COL 46, PIC X TO W-CONFIRMA.

       01 LISTAR-PASSO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 28 VALUE "LISTAR PASSOS".
          02 LINE 07 COL 10 VALUE "ORDEM        :".
          02 LINE 07 COL 25, PIC 999 FROM W-PL-ORDEM.
          02 LINE 08 COL 10 VALUE "NOME NO LOG  :".
          02 LINE 08 COL 25, PIC X(030) FROM W-PL-NOME.
          02 LINE 09 COL 10 VALUE "PROGRAMA     :".
          02 LINE 09 COL 25, PIC X(020) FROM W-PL-PROGRAMA.
          02 LINE 10 COL 10 VALUE "ATIVO        :".
          02 LINE 10 COL 25, PIC X(001) FROM W-PL-ATIVO.
          02 LINE 11 COL 10 VALUE "FALHA        :".
          02 LINE 11 COL 25, PIC X(001) FROM W-PL-FALHA.
          02 LINE 12 COL 10 VALUE "QUANDO RODA  :".
          02 LINE 12 COL 25, PIC X(001) FROM W-PL-QUANDO.
          02 LINE 13 COL 10 VALUE "DIA DA SEMANA:".
          02 LINE 13 COL 25, PIC 9(001) FROM W-PL-DIA-SEMANA.
          02 LINE 15 COL 10 VALUE "[N] PROXIMO  [F] FINALIZAR".
          02 LINE 16 COL 10, "OPCAO:".
          02 LINE 16 COL 17, PIC X TO W-OPCAO-LISTA.

       01 CONFIRMAR-PADRAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 28 VALUE "GRAVAR A SEQUENCIA PADRAO".
          02 LINE 07 COL 10 VALUE
             "GRAVA OS PASSOS DA SEQUENCIA PADRAO DO LOTE NA TABELA.".
          02 LINE 08 COL 10 VALUE
             "ORDENS JA CADASTRADAS NAO SAO ALTERADAS.".
          02 LINE 10 COL 10 "CONFIRMA?(S/N):".
          02 LINE 10 COL 26, PIC X TO W-CONFIRMA.

       01 MENSAGEM-PADRAO-GRAVADO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "PASSOS GRAVADOS:".
          02 LINE 07 COL 27, PIC Z9 FROM W-QTD-GRAVADOS.
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-PASSO-INVALIDO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "PASSO NAO ENCONTRADO".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-PASSOS-OK AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "TABELA DE PASSOS ATUALIZADA".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

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

       01 MENSAGEM-LISTA-VAZIA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "NENHUM PASSO CADASTRADO (O LOTE USA A SEQUENCIA PADRAO)".
          02 LINE 15 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-VERIFICAR-PERMISSAO

           DISPLAY MENU-PASSOS
           ACCEPT  MENU-PASSOS

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-MANUTENCAO-PASSO
             WHEN 2
                PERFORM 200-EXCLUIR-PASSO
             WHEN 3
                PERFORM 700-LISTAR-PASSOS
             WHEN 4
                PERFORM 400-GRAVAR-PADRAO
             WHEN 5
                CHAIN "MENU"
             WHEN OTHER
                PERFORM 000-INICIO
           END-EVALUATE.

      * A TABELA DE PASSOS MUDA O QUE O LOTE NOTURNO EXECUTA, POR
      * ISSO E RESTRITA AOS USUARIOS COM SS-PERM-PARAMETRO (VER
      * SESSAO.CPY).
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

      * TABELA AINDA INEXISTENTE E CRIADA NA PRIMEIRA GRAVACAO.
       010-ABRIR-TABELA.
           OPEN I-O ARQ-PASSOLOTE

           IF WP-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-PASSOLOTE
           END-IF.

       100-MANUTENCAO-PASSO.
           DISPLAY BUSCAR-PASSO
           ACCEPT  BUSCAR-PASSO

           IF W-PL-ORDEM EQUAL TO ZEROS
              PERFORM 000-INICIO
           END-IF

           PERFORM 010-ABRIR-TABELA

      * PASSO NOVO JA VEM ATIVO, INTERROMPENDO O LOTE NA FALHA E
      * RODANDO TODO DIA UTIL.
           MOVE "N"    TO W-ACHOU-PASSO
           MOVE SPACES TO W-PL-NOME
           MOVE SPACES TO W-PL-PROGRAMA
           MOVE "S"    TO W-PL-ATIVO
           MOVE "I"    TO W-PL-FALHA
           MOVE "D"    TO W-PL-QUANDO
           MOVE ZEROS  TO W-PL-DIA-SEMANA

           MOVE W-PL-ORDEM TO PL-ORDEM
           READ ARQ-PASSOLOTE RECORD KEY IS PL-ORDEM

           IF WP-FILE-STATUS EQUAL TO "00"
              MOVE "S"         TO W-ACHOU-PASSO
              MOVE PL-NOME     TO W-PL-NOME
              MOVE PL-PROGRAMA TO W-PL-PROGRAMA
              MOVE PL-ATIVO    TO W-PL-ATIVO
              MOVE PL-FALHA    TO W-PL-FALHA
              MOVE PL-QUANDO   TO W-PL-QUANDO

              IF PL-DIA-SEMANA NUMERIC
                 MOVE PL-DIA-SEMANA TO W-PL-DIA-SEMANA
              END-IF
           END-IF

           MOVE SPACES TO W-MENSAGEM
           MOVE "N"    TO W-DADOS-OK
           MOVE "N"    TO W-GRAVAR

           PERFORM 110-EDITAR-PASSO UNTIL W-DADOS-OK = "S"

           IF W-GRAVAR EQUAL TO "S"
              MOVE W-PL-ORDEM      TO PL-ORDEM
              MOVE W-PL-NOME       TO PL-NOME
              MOVE W-PL-PROGRAMA   TO PL-PROGRAMA
              MOVE W-PL-ATIVO      TO PL-ATIVO
              MOVE W-PL-FALHA      TO PL-FALHA
              MOVE W-PL-QUANDO     TO PL-QUANDO
              MOVE W-PL-DIA-SEMANA TO PL-DIA-SEMANA

              IF W-ACHOU-PASSO EQUAL TO "S"
                 REWRITE ARQ-PASSOLOTE-REG
              ELSE
                 WRITE ARQ-PASSOLOTE-REG
              END-IF

              DISPLAY MENSAGEM-PASSOS-OK
              ACCEPT  MENSAGEM-PASSOS-OK
           END-IF

           CLOSE ARQ-PASSOLOTE
           PERFORM 000-INICIO.

      * REPETE A TELA ATE OS DADOS ESTAREM VALIDOS OU A GRAVACAO SER
      * RECUSADA.
       110-EDITAR-PASSO.
           DISPLAY MANUTENCAO-PASSO
           ACCEPT  MANUTENCAO-PASSO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
              MOVE "S" TO W-DADOS-OK
              MOVE "N" TO W-GRAVAR
           ELSE
              PERFORM 120-VALIDAR-PASSO

              IF W-DADOS-OK EQUAL TO "S"
                 MOVE "S" TO W-GRAVAR
              END-IF
           END-IF.

       120-VALIDAR-PASSO.
           MOVE FUNCTION UPPER-CASE(W-PL-NOME)     TO W-PL-NOME
           MOVE FUNCTION UPPER-CASE(W-PL-PROGRAMA) TO W-PL-PROGRAMA
           MOVE FUNCTION UPPER-CASE(W-PL-ATIVO)    TO W-PL-ATIVO
           MOVE FUNCTION UPPER-CASE(W-PL-FALHA)    TO W-PL-FALHA
           MOVE FUNCTION UPPER-CASE(W-PL-QUANDO)   TO W-PL-QUANDO

           MOVE "S"    TO W-DADOS-OK
           MOVE SPACES TO W-MENSAGEM

           EVALUATE TRUE
             WHEN W-PL-NOME EQUAL TO SPACES
                MOVE "INFORME O NOME DO PASSO NO LOG." TO W-MENSAGEM
             WHEN W-PL-NOME EQUAL TO "FIM DO LOTE"
                MOVE "NOME RESERVADO PARA O ENCERRAMENTO DO LOTE."
                  TO W-MENSAGEM
             WHEN W-PL-PROGRAMA EQUAL TO SPACES
                MOVE "INFORME O PROGRAMA DO PASSO." TO W-MENSAGEM
             WHEN W-PL-PROGRAMA EQUAL TO "BATCHNOTURNO"
                MOVE "O LOTE NAO PODE CHAMAR A SI MESMO."
                  TO W-MENSAGEM
             WHEN W-PL-ATIVO NOT EQUAL TO "S"
                  AND W-PL-ATIVO NOT EQUAL TO "N"
                MOVE "ATIVO DEVE SER S OU N." TO W-MENSAGEM
             WHEN W-PL-FALHA NOT EQUAL TO "I"
                  AND W-PL-FALHA NOT EQUAL TO "A"
                MOVE "FALHA DEVE SER I OU A." TO W-MENSAGEM
             WHEN W-PL-QUANDO NOT EQUAL TO "D"
                  AND W-PL-QUANDO NOT EQUAL TO "P"
                  AND W-PL-QUANDO NOT EQUAL TO "U"
                  AND W-PL-QUANDO NOT EQUAL TO "S"
                MOVE "QUANDO RODA DEVE SER D, P, U OU S." TO W-MENSAGEM
             WHEN W-PL-QUANDO EQUAL TO "S"
                  AND (W-PL-DIA-SEMANA LESS THAN 1
                   OR  W-PL-DIA-SEMANA GREATER THAN 6)
                MOVE "DIA DA SEMANA DEVE SER DE 1 A 6 (SEM DOMINGO)."
                  TO W-MENSAGEM
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           IF W-MENSAGEM NOT EQUAL TO SPACES
              MOVE "N" TO W-DADOS-OK
           END-IF

           IF W-PL-QUANDO NOT EQUAL TO "S"
              MOVE ZEROS TO W-PL-DIA-SEMANA
           END-IF.

       200-EXCLUIR-PASSO.
           DISPLAY BUSCAR-PASSO
           ACCEPT  BUSCAR-PASSO

           IF W-PL-ORDEM EQUAL TO ZEROS
              PERFORM 000-INICIO
           END-IF

           OPEN I-O ARQ-PASSOLOTE

           MOVE W-PL-ORDEM TO PL-ORDEM
           READ ARQ-PASSOLOTE RECORD KEY IS PL-ORDEM

           IF WP-FILE-STATUS NOT EQUAL TO "00"
              CLOSE ARQ-PASSOLOTE
              DISPLAY MENSAGEM-PASSO-INVALIDO
              ACCEPT  MENSAGEM-PASSO-INVALIDO
              PERFORM 000-INICIO
           END-IF

           MOVE PL-NOME     TO W-PL-NOME
           MOVE PL-PROGRAMA TO W-PL-PROGRAMA

           DISPLAY EXCLUIR-PASSO
           ACCEPT  EXCLUIR-PASSO

           EVALUATE FUNCTION UPPER-CASE(W-CONFIRMA)
             WHEN 'S'
                DELETE ARQ-PASSOLOTE RECORD
                DISPLAY MENSAGEM-PASSOS-OK
                ACCEPT  MENSAGEM-PASSOS-OK
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           CLOSE ARQ-PASSOLOTE
           PERFORM 000-INICIO.

      * GRAVA OS PASSOS DA SEQUENCIA PADRAO CUJA ORDEM AINDA NAO
      * EXISTE NA TABELA; OS PASSOS JA CADASTRADOS SAO MANTIDOS.
       400-GRAVAR-PADRAO.
           DISPLAY CONFIRMAR-PADRAO
           ACCEPT  CONFIRMAR-PADRAO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) EQUAL TO 'S'
              MOVE ZEROS TO W-QTD-GRAVADOS

              PERFORM 010-ABRIR-TABELA

              PERFORM 410-GRAVAR-PASSO-PADRAO
                VARYING W-IDX-PADRAO FROM 1 BY 1
                  UNTIL W-IDX-PADRAO GREATER THAN W-QTD-PASSOS-PADRAO

              CLOSE ARQ-PASSOLOTE

              DISPLAY MENSAGEM-PADRAO-GRAVADO
              ACCEPT  MENSAGEM-PADRAO-GRAVADO
           END-IF

           PERFORM 000-INICIO.

       410-GRAVAR-PASSO-PADRAO.
           MOVE PD-ORDEM(W-IDX-PADRAO)      TO PL-ORDEM
           MOVE PD-NOME(W-IDX-PADRAO)       TO PL-NOME
           MOVE PD-PROGRAMA(W-IDX-PADRAO)   TO PL-PROGRAMA
           MOVE PD-ATIVO(W-IDX-PADRAO)      TO PL-ATIVO
           MOVE PD-FALHA(W-IDX-PADRAO)      TO PL-FALHA
           MOVE PD-QUANDO(W-IDX-PADRAO)     TO PL-QUANDO
           MOVE PD-DIA-SEMANA(W-IDX-PADRAO) TO PL-DIA-SEMANA

           WRITE ARQ-PASSOLOTE-REG

           IF WP-FILE-STATUS EQUAL TO "00"
              ADD 1 TO W-QTD-GRAVADOS
           END-IF.

       700-LISTAR-PASSOS.
           OPEN INPUT ARQ-PASSOLOTE

           MOVE ZEROS TO PL-ORDEM
           START ARQ-PASSOLOTE KEY IS NOT LESS THAN PL-ORDEM

           IF WP-FILE-STATUS NOT EQUAL TO "00"
              DISPLAY MENSAGEM-LISTA-VAZIA
              ACCEPT  MENSAGEM-LISTA-VAZIA
              CLOSE ARQ-PASSOLOTE
              PERFORM 000-INICIO
           END-IF

           READ ARQ-PASSOLOTE NEXT RECORD

           IF WP-FILE-STATUS NOT EQUAL TO "00"
              DISPLAY MENSAGEM-LISTA-VAZIA
              ACCEPT  MENSAGEM-LISTA-VAZIA
              CLOSE ARQ-PASSOLOTE
              PERFORM 000-INICIO
           END-IF

           PERFORM 710-EXIBIR-PASSO.

       710-EXIBIR-PASSO.
           MOVE PL-ORDEM    TO W-PL-ORDEM
           MOVE PL-NOME     TO W-PL-NOME
           MOVE PL-PROGRAMA TO W-PL-PROGRAMA
           MOVE PL-ATIVO    TO W-PL-ATIVO
           MOVE PL-FALHA    TO W-PL-FALHA
           MOVE PL-QUANDO   TO W-PL-QUANDO

           IF PL-DIA-SEMANA NUMERIC
              MOVE PL-DIA-SEMANA TO W-PL-DIA-SEMANA
           ELSE
              MOVE ZEROS TO W-PL-DIA-SEMANA
           END-IF

           DISPLAY LISTAR-PASSO
           ACCEPT  LISTAR-PASSO

           EVALUATE FUNCTION UPPER-CASE(W-OPCAO-LISTA)
             WHEN 'N'
                READ ARQ-PASSOLOTE NEXT RECORD

                IF WP-FILE-STATUS NOT EQUAL TO "00"
                   CLOSE ARQ-PASSOLOTE
                   PERFORM 000-INICIO
                END-IF

                PERFORM 710-EXIBIR-PASSO
             WHEN OTHER
                CLOSE ARQ-PASSOLOTE
                PERFORM 000-INICIO
           END-EVALUATE.

       END PROGRAM TELAPASSOLOTE.
