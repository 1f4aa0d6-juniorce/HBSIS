       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TELACONDPAGTO AS "TELACONDPAGTO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * MANUTENCAO DO CADASTRO DE CONDICOES DE PAGAMENTO (VER        *
      * CONDPAGTO.CPY). CADA CONDICAO TEM DE 1 A 12 PARCELAS, COM OS *
      * DIAS DE VENCIMENTO CONTADOS DA DATA DO FATURAMENTO E O       *
      * PERCENTUAL DO VALOR DO PEDIDO EM CADA UMA. A GRAVACAO SO E   *
      * ACEITA COM OS PERCENTUAIS SOMANDO 100 E OS DIAS EM ORDEM     *
      * CRESCENTE.                                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COND-PAGTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CP-COD-CONDICAO
                  FILE STATUS   IS WN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-COND-PAGTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCondicaoPagamento'.
       COPY "CONDPAGTO.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WOPCAO                 PIC  9      VALUE ZEROS.
       77 WN-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-OPCAO-LISTA          PIC  X(001) VALUE SPACES.
       77 W-ACHOU-CONDICAO       PIC  X(001) VALUE "N".
       77 W-IND-PARCELA          PIC  9(002) VALUE ZEROS.
      * RESULTADO DA CONFERENCIA DAS PARCELAS DIGITADAS ANTES DA
      * GRAVACAO: SOMA DOS PERCENTUAIS E ORDEM DOS DIAS.
       77 W-SOMA-PERCENTUAL      PIC  9(005)V9(002) VALUE ZEROS.
       77 W-PARCELAS-OK          PIC  X(001) VALUE "S".

      * ESPELHO DO REGISTRO DE ARQ-COND-PAGTO PARA EDICAO EM TELA.
       01  W-ARQ-COND-PAGTO-REG.
           03 W-CP-CODIGO        PIC  9(003) VALUE ZEROS.
           03 W-CP-DESCRICAO     PIC  X(030) VALUE SPACES.
           03 W-CP-QTD-PARCELAS  PIC  9(002) VALUE ZEROS.
           03 W-CP-PARCELA       OCCURS 12 TIMES.
              05 W-CP-DIAS       PIC  9(003).
              05 W-CP-PERCENTUAL PIC  9(003)V9(002).
           03 W-CP-STATUS        PIC  X(001) VALUE "A".

       SCREEN SECTION.
       01 MENU-CONDICAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 27 VALUE "CONDICOES DE PAGAMENTO".
          02 LINE 07 COL 10 VALUE "[1] INCLUIR OU ALTERAR CONDICAO".
          02 LINE 08 COL 10 VALUE "[2] LISTAR CONDICOES".
          02 LINE 09 COL 10 VALUE "[3] VOLTAR AO MENU PRINCIPAL".
          02 LINE 12 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 12 COL 34 PIC 9 TO WOPCAO AUTO.

       01 BUSCAR-CONDICAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 27 VALUE "CONDICOES DE PAGAMENTO".
          02 LINE 07 COL 10 VALUE
             "CODIGO DA CONDICAO (000 = VOLTA):".
          02 LINE 07 COL 44, PIC ZZ9 TO W-CP-CODIGO.

       01 MANUTENCAO-CONDICAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 25 VALUE "INCLUIR OU ALTERAR CONDICAO".
          02 LINE 05 COL 10 VALUE "CODIGO      :".
          02 LINE 05 COL 24, PIC ZZ9 FROM W-CP-CODIGO.
          02 LINE 05 COL 30 VALUE "DESCRICAO:".
          02 LINE 05 COL 41, PIC X(030) USING W-CP-DESCRICAO.
          02 LINE 06 COL 10 VALUE "PARCELAS    :".
          02 LINE 06 COL 24, PIC Z9 USING W-CP-QTD-PARCELAS.
          02 LINE 06 COL 30 VALUE "STATUS (A/I):".
          02 LINE 06 COL 44, PIC X(001) USING W-CP-STATUS.
          02 LINE 08 COL 10 VALUE "PARC  DIAS  PERCENTUAL".
          02 LINE 08 COL 40 VALUE "PARC  DIAS  PERCENTUAL".
          02 LINE 09 COL 10 VALUE "01".
          02 LINE 09 COL 16, PIC ZZ9 USING W-CP-DIAS(1).
          02 LINE 09 COL 22, PIC ZZ9,99 USING W-CP-PERCENTUAL(1).
          02 LINE 10 COL 10 VALUE "02".
          02 LINE 10 COL 16, PIC ZZ9 USING W-CP-DIAS(2).
          02 LINE 10 COL 22, PIC ZZ9,99 USING W-CP-PERCENTUAL(2).
          02 LINE 11 COL 10 VALUE "03".
          02 LINE 11 COL 16, PIC ZZ9 USING W-CP-DIAS(3).
          02 LINE 11 COL 22, PIC ZZ9,99 USING W-CP-PERCENTUAL(3).
          02 LINE 12 COL 10 VALUE "04".
          02 LINE 12 COL 16, PIC ZZ9 USING W-CP-DIAS(4).
          02 LINE 12 COL 22, PIC ZZ9,99 USING W-CP-PERCENTUAL(4).
          02 LINE 13 COL 10 VALUE "05".
          02 LINE 13 COL 16, PIC ZZ9 USING W-CP-DIAS(5).
          02 LINE 13 COL 22, PIC ZZ9,99 USING W-CP-PERCENTUAL(5).
          02 LINE 14 COL 10 VALUE "06".
          02 LINE 14 COL 16, PIC ZZ9 USING W-CP-DIAS(6).
          02 LINE 14 COL 22, PIC ZZ9,99 USING W-CP-PERCENTUAL(6).
          02 LINE 09 COL 40 VALUE "07".
          02 LINE 09 COL 46, PIC ZZ9 USING W-CP-DIAS(7).
          02 LINE 09 COL 52, PIC ZZ9,99 USING W-CP-PERCENTUAL(7).
          02 LINE 10 COL 40 VALUE "08".
          02 LINE 10 COL 46, PIC ZZ9 USING W-CP-DIAS(8).
          02 LINE 10 COL 52, PIC ZZ9,99 USING W-CP-PERCENTUAL(8).
          02 LINE 11 COL 40 VALUE "09".
          02 LINE 11 COL 46, PIC ZZ9 USING W-CP-DIAS(9).
          02 LINE 11 COL 52, PIC ZZ9,99 USING W-CP-PERCENTUAL(9).
          02 LINE 12 COL 40 VALUE "10".
          02 LINE 12 COL 46, PIC ZZ9 USING W-CP-DIAS(10).
          02 LINE 12 COL 52, PIC ZZ9,99 USING W-CP-PERCENTUAL(10).
          02 LINE 13 COL 40 VALUE "11".
          02 LINE 13 COL 46, PIC ZZ9 USING W-CP-DIAS(11).
          02 LINE 13 COL 52, PIC ZZ9,99 USING W-CP-PERCENTUAL(11).
          02 LINE 14 COL 40 VALUE "12".
          02 LINE 14 COL 46, PIC ZZ9 USING W-CP-DIAS(12).
          02 LINE 14 COL 52, PIC ZZ9,99 USING W-CP-PERCENTUAL(12).
          02 LINE 16 COL 10 VALUE
             "DIAS CONTADOS DO FATURAMENTO; PERCENTUAIS SOMAM 100".
          02 LINE 18 COL 10
             "CONFIRMA A GRAVACAO DA CONDICAO?(S/N):".
          02 LINE 18 COL 49, PIC X TO W-CONFIRMA.

       01 LISTAR-CONDICAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 29 VALUE "LISTAR CONDICOES".
          02 LINE 06 COL 10 VALUE "CODIGO    :".
          02 LINE 06 COL 22, PIC ZZ9 FROM W-CP-CODIGO.
          02 LINE 07 COL 10 VALUE "DESCRICAO :".
          02 LINE 07 COL 22, PIC X(030) FROM W-CP-DESCRICAO.
          02 LINE 08 COL 10 VALUE "PARCELAS  :".
          02 LINE 08 COL 22, PIC Z9 FROM W-CP-QTD-PARCELAS.
          02 LINE 09 COL 10 VALUE "STATUS    :".
          02 LINE 09 COL 22, PIC X(001) FROM W-CP-STATUS.
          02 LINE 10 COL 10 VALUE "DIAS      :".
          02 LINE 10 COL 22, PIC ZZ9 FROM W-CP-DIAS(1).
          02 LINE 10 COL 26, PIC ZZ9 FROM W-CP-DIAS(2).
          02 LINE 10 COL 30, PIC ZZ9 FROM W-CP-DIAS(3).
          02 LINE 10 COL 34, PIC ZZ9 FROM W-CP-DIAS(4).
          02 LINE 10 COL 38, PIC ZZ9 FROM W-CP-DIAS(5).
          02 LINE 10 COL 42, PIC ZZ9 FROM W-CP-DIAS(6).
          02 LINE 10 COL 46, PIC ZZ9 FROM W-CP-DIAS(7).
          02 LINE 10 COL 50, PIC ZZ9 FROM W-CP-DIAS(8).
          02 LINE 10 COL 54, PIC ZZ9 FROM W-CP-DIAS(9).
          02 LINE 10 COL 58, PIC ZZ9 FROM W-CP-DIAS(10).
          02 LINE 10 COL 62, PIC ZZ9 FROM W-CP-DIAS(11).
          02 LINE 10 COL 66, PIC ZZ9 FROM W-CP-DIAS(12).
          02 LINE 12 COL 10 VALUE
             "[N] PROXIMO  [A] ANTERIOR  [F] FINALIZAR".
          02 LINE 13 COL 10, "OPCAO:".
          02 LINE 13 COL 17, PIC X TO W-OPCAO-LISTA.

       01 MENSAGEM-CONDICAO-ATUALIZADA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "CONDICAO DE PAGAMENTO ATUALIZADA".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-PARCELAS-INVALIDAS AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "PARCELAS INVALIDAS - CONDICAO NAO GRAVADA".
          02 LINE 08 COL 10 VALUE
             "INFORME 1 A 12 PARCELAS, DIAS CRESCENTES E PERCENTUAIS".
          02 LINE 09 COL 10 VALUE "SOMANDO 100. SOMA INFORMADA:".
          02 LINE 09 COL 39, PIC ZZZZ9,99 FROM W-SOMA-PERCENTUAL.
          02 LINE 11 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 11 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-LISTA-VAZIA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "NENHUMA CONDICAO CADASTRADA".
          02 LINE 15 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-FIM-LISTA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "NAO HA MAIS REGISTROS NESSA DIRECAO".
          02 LINE 15 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.

       PROCEDURE DIVISION.
       000-INICIO.
           DISPLAY MENU-CONDICAO
           ACCEPT  MENU-CONDICAO

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-MANUTENCAO
             WHEN 2
                PERFORM 700-LISTAR-CONDICOES
             WHEN 3
                CALL "MENU"
             WHEN OTHER
                PERFORM 000-INICIO
           END-EVALUATE.

       100-MANUTENCAO.
           OPEN I-O ARQ-COND-PAGTO

           IF WN-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-COND-PAGTO
              CLOSE ARQ-COND-PAGTO
              OPEN I-O ARQ-COND-PAGTO
           END-IF

           DISPLAY BUSCAR-CONDICAO
           ACCEPT  BUSCAR-CONDICAO

           IF W-CP-CODIGO EQUAL TO ZEROS
              CLOSE ARQ-COND-PAGTO
              PERFORM 000-INICIO
           END-IF

           MOVE "N"    TO W-ACHOU-CONDICAO
           MOVE SPACES TO W-CP-DESCRICAO
           MOVE 1      TO W-CP-QTD-PARCELAS
           MOVE "A"    TO W-CP-STATUS
           PERFORM 105-LIMPAR-PARCELA
             VARYING W-IND-PARCELA FROM 1 BY 1
             UNTIL W-IND-PARCELA GREATER THAN 12

           MOVE W-CP-CODIGO TO CP-COD-CONDICAO
           READ ARQ-COND-PAGTO RECORD KEY IS CP-COD-CONDICAO

           IF WN-FILE-STATUS EQUAL TO "00"
              MOVE "S" TO W-ACHOU-CONDICAO
              PERFORM 150-CARREGAR-CONDICAO-TELA
           END-IF

           DISPLAY MANUTENCAO-CONDICAO
           ACCEPT  MANUTENCAO-CONDICAO

           EVALUATE FUNCTION UPPER-CASE(W-CONFIRMA)
             WHEN 'S'
                PERFORM 120-CONFERIR-PARCELAS

                IF W-PARCELAS-OK EQUAL TO "S"
                   PERFORM 110-GRAVAR-CONDICAO
                ELSE
                   DISPLAY MENSAGEM-PARCELAS-INVALIDAS
                   ACCEPT  MENSAGEM-PARCELAS-INVALIDAS
                END-IF
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           CLOSE ARQ-COND-PAGTO
           PERFORM 000-INICIO.

       105-LIMPAR-PARCELA.
           MOVE ZEROS TO W-CP-DIAS(W-IND-PARCELA)
           MOVE ZEROS TO W-CP-PERCENTUAL(W-IND-PARCELA).

       110-GRAVAR-CONDICAO.
           MOVE W-CP-CODIGO       TO CP-COD-CONDICAO
           MOVE W-CP-DESCRICAO    TO CP-DESCRICAO
           MOVE W-CP-QTD-PARCELAS TO CP-QTD-PARCELAS
           MOVE FUNCTION UPPER-CASE(W-CP-STATUS) TO CP-STATUS

           IF CP-STATUS NOT EQUAL TO "I"
              MOVE "A" TO CP-STATUS
           END-IF

      * AS POSICOES ALEM DA QUANTIDADE DE PARCELAS SAO GRAVADAS
      * ZERADAS, MESMO QUE TENHAM SIDO DIGITADAS.
           PERFORM 115-MOVER-PARCELA
             VARYING W-IND-PARCELA FROM 1 BY 1
             UNTIL W-IND-PARCELA GREATER THAN 12

           IF W-ACHOU-CONDICAO EQUAL TO "S"
              REWRITE ARQ-COND-PAGTO-REG
           ELSE
              WRITE ARQ-COND-PAGTO-REG
           END-IF

           DISPLAY MENSAGEM-CONDICAO-ATUALIZADA
           ACCEPT  MENSAGEM-CONDICAO-ATUALIZADA.

       115-MOVER-PARCELA.
           IF W-IND-PARCELA GREATER THAN W-CP-QTD-PARCELAS
              MOVE ZEROS TO CP-DIAS(W-IND-PARCELA)
              MOVE ZEROS TO CP-PERCENTUAL(W-IND-PARCELA)
           ELSE
              MOVE W-CP-DIAS(W-IND-PARCELA)
                TO CP-DIAS(W-IND-PARCELA)
              MOVE W-CP-PERCENTUAL(W-IND-PARCELA)
                TO CP-PERCENTUAL(W-IND-PARCELA)
           END-IF.

      * A CONDICAO SO E GRAVADA COM 1 A 12 PARCELAS, CADA UMA COM
      * PERCENTUAL, DIAS EM ORDEM CRESCENTE E PERCENTUAIS SOMANDO
      * EXATAMENTE 100.
       120-CONFERIR-PARCELAS.
           MOVE "S"   TO W-PARCELAS-OK
           MOVE ZEROS TO W-SOMA-PERCENTUAL

           IF W-CP-QTD-PARCELAS EQUAL TO ZEROS
              OR W-CP-QTD-PARCELAS GREATER THAN 12
              MOVE "N" TO W-PARCELAS-OK
           ELSE
              PERFORM 125-CONFERIR-UMA-PARCELA
                VARYING W-IND-PARCELA FROM 1 BY 1
                UNTIL W-IND-PARCELA GREATER THAN W-CP-QTD-PARCELAS

              IF W-SOMA-PERCENTUAL NOT EQUAL TO 100
                 MOVE "N" TO W-PARCELAS-OK
              END-IF
           END-IF.

       125-CONFERIR-UMA-PARCELA.
           ADD W-CP-PERCENTUAL(W-IND-PARCELA) TO W-SOMA-PERCENTUAL

           IF W-CP-PERCENTUAL(W-IND-PARCELA) EQUAL TO ZEROS
              MOVE "N" TO W-PARCELAS-OK
           END-IF

           IF W-IND-PARCELA GREATER THAN 1
              IF W-CP-DIAS(W-IND-PARCELA)
                 NOT GREATER THAN W-CP-DIAS(W-IND-PARCELA - 1)
                 MOVE "N" TO W-PARCELAS-OK
              END-IF
           END-IF.

       150-CARREGAR-CONDICAO-TELA.
           MOVE CP-COD-CONDICAO TO W-CP-CODIGO
           MOVE CP-DESCRICAO    TO W-CP-DESCRICAO
           MOVE CP-QTD-PARCELAS TO W-CP-QTD-PARCELAS
           MOVE CP-STATUS       TO W-CP-STATUS

           PERFORM 155-CARREGAR-PARCELA
             VARYING W-IND-PARCELA FROM 1 BY 1
             UNTIL W-IND-PARCELA GREATER THAN 12.

       155-CARREGAR-PARCELA.
           MOVE CP-DIAS(W-IND-PARCELA)
             TO W-CP-DIAS(W-IND-PARCELA)
           MOVE CP-PERCENTUAL(W-IND-PARCELA)
             TO W-CP-PERCENTUAL(W-IND-PARCELA).

       700-LISTAR-CONDICOES.
           OPEN INPUT ARQ-COND-PAGTO

           MOVE LOW-VALUES TO CP-COD-CONDICAO
           START ARQ-COND-PAGTO KEY IS NOT LESS THAN CP-COD-CONDICAO

           IF WN-FILE-STATUS NOT EQUAL TO "00"
              DISPLAY MENSAGEM-LISTA-VAZIA
              ACCEPT  MENSAGEM-LISTA-VAZIA
              CLOSE ARQ-COND-PAGTO
              PERFORM 000-INICIO
           ELSE
              READ ARQ-COND-PAGTO NEXT RECORD
              PERFORM 710-EXIBIR-CONDICAO
           END-IF.

       710-EXIBIR-CONDICAO.
           PERFORM 150-CARREGAR-CONDICAO-TELA

           DISPLAY LISTAR-CONDICAO
           ACCEPT  LISTAR-CONDICAO

           EVALUATE FUNCTION UPPER-CASE(W-OPCAO-LISTA)
             WHEN 'N'
                READ ARQ-COND-PAGTO NEXT RECORD
                IF WN-FILE-STATUS NOT EQUAL TO "00"
                   DISPLAY MENSAGEM-FIM-LISTA
                   ACCEPT  MENSAGEM-FIM-LISTA
                   CLOSE ARQ-COND-PAGTO
                   PERFORM 000-INICIO
                END-IF
                PERFORM 710-EXIBIR-CONDICAO
             WHEN 'A'
                READ ARQ-COND-PAGTO PREVIOUS RECORD
                IF WN-FILE-STATUS NOT EQUAL TO "00"
                   DISPLAY MENSAGEM-FIM-LISTA
                   ACCEPT  MENSAGEM-FIM-LISTA
                   CLOSE ARQ-COND-PAGTO
                   PERFORM 000-INICIO
                END-IF
                PERFORM 710-EXIBIR-CONDICAO
             WHEN OTHER
                CLOSE ARQ-COND-PAGTO
                PERFORM 000-INICIO
           END-EVALUATE.

       END PROGRAM TELACONDPAGTO.
