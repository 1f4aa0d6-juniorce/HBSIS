       IDENTIFICATION DIVISION.
       PROGRAM-ID.   IMPORTBANCO AS "IMPORTBANCO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * BAIXA AUTOMATICA DOS PAGAMENTOS A PARTIR DO ARQUIVO DE       *
      * RETORNO DA COBRANCA BANCARIA (RETBANCO), LARGURA FIXA:       *
      *   "H" + DATA DO ARQUIVO + SEQUENCIAL DO ARQUIVO + BANCO      *
      *   "D" + PEDIDO + PARCELA (= CHAVE DO TITULO, VER TITULO.CPY) *
      *       + DATA DO PAGAMENTO + VALOR PAGO (UM POR PAGAMENTO)    *
      *   "T" + QUANTIDADE DE DETALHES + SOMA DOS VALORES PAGOS      *
      * UMA PRIMEIRA PASSAGEM CONFERE HEADER, TRAILER (QUANTIDADE E  *
      * TOTAL) E O SEQUENCIAL, QUE PRECISA SER MAIOR QUE O DO        *
      * ULTIMO ARQUIVO BAIXADO (CTLRETBANCO); COM QUALQUER           *
      * DIVERGENCIA O ARQUIVO INTEIRO E REJEITADO E NADA E BAIXADO.  *
      * NA SEGUNDA PASSAGEM CADA PAGAMENTO E ABATIDO DO SEU TITULO,  *
      * QUITANDO-O QUANDO COMPLETA O VALOR, COMO NA TELA DE          *
      * RECEBIMENTO. TITULO INEXISTENTE, NAO ABERTO, PAGAMENTO       *
      * REPETIDO NO ARQUIVO OU MAIOR QUE O SALDO VAO PARA A LISTA DE *
      * REJEITADOS DO RELATORIO RELRETORNOBANCO. CADA BAIXA E        *
      * APENSADA AO RAZAO DE MOVIMENTOS (VER MOVTITULO.CPY) COM A    *
      * DATA DO PAGAMENTO DO BANCO. E EXECUTADO COMO PASSO DO LOTE   *
      * NOTURNO.                                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RET-BANCO     ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

           SELECT ARQ-TITULO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE
                  ALTERNATE RECORD KEY IS TIT-COD-CLIENTE
                                WITH DUPLICATES
                  FILE STATUS   IS WB-FILE-STATUS.

           SELECT CTL-RET-BANCO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WK-FILE-STATUS.

           SELECT ARQ-MOVTITULO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WM-FILE-STATUS.

           SELECT REL-BANCO     ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WL-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RET-BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'retBanco'.
       01  RET-BANCO-LINHA.
           03 RB-TIPO             PIC  X(001).
           03 RB-DADOS            PIC  X(049).

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTitulo'.
       COPY "TITULO.CPY".

      * ULTIMO ARQUIVO DE RETORNO BAIXADO, PARA QUE O MESMO ARQUIVO
      * NAO SEJA PROCESSADO DUAS VEZES.
       FD  CTL-RET-BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ctlRetBanco'.
       01  CTL-RET-BANCO-REG.
           03 CRB-ULTIMA-SEQUENCIA PIC 9(006).
           03 CRB-DATA-ARQUIVO    PIC  9(008).
           03 CRB-DATA-BAIXA      PIC  9(008).

       FD  ARQ-MOVTITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'movTitulo'.
       COPY "MOVTITULO.CPY".

       FD  REL-BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relRetornoBanco'.
       01  REL-BANCO-LINHA        PIC  X(080).

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WB-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WK-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WM-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
      * "S" QUANDO O PROGRAMA FOI CHAMADO PELO LOTE NOTURNO (VER
      * SS-MODO-LOTE EM SESSAO.CPY).
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
       77 W-FIM-RETORNO           PIC  X(001) VALUE "N".
       77 W-DATA-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-ULTIMA-SEQUENCIA      PIC  9(006) VALUE ZEROS.

      * CONFERENCIA DO ARQUIVO, FEITA ANTES DE QUALQUER BAIXA.
       77 W-ARQUIVO-VALIDO        PIC  X(001) VALUE "S".
       77 W-MOTIVO-ARQUIVO        PIC  X(050) VALUE SPACES.
       77 W-TEM-HEADER            PIC  X(001) VALUE "N".
       77 W-TEM-TRAILER           PIC  X(001) VALUE "N".
       77 W-PRIMEIRA-LINHA        PIC  X(001) VALUE "S".
       77 W-QTD-DETALHES-LIDOS    PIC  9(007) VALUE ZEROS.
       77 W-SOMA-DETALHES         PIC  9(011)V9(002) VALUE ZEROS.

      * TOTAIS DA BAIXA.
       77 W-QTD-BAIXADOS          PIC  9(007) VALUE ZEROS.
       77 W-QTD-QUITADOS          PIC  9(007) VALUE ZEROS.
       77 W-QTD-REJEITADOS        PIC  9(007) VALUE ZEROS.
       77 W-VALOR-BAIXADO         PIC  9(011)V9(002) VALUE ZEROS.
       77 W-VALOR-REJEITADO       PIC  9(011)V9(002) VALUE ZEROS.
       77 W-SALDO-TITULO          PIC  9(009)V9(002) VALUE ZEROS.
       77 W-MOTIVO-REJEICAO       PIC  X(040) VALUE SPACES.

      * TITULOS JA BAIXADOS NESTE ARQUIVO: O MESMO TITULO DUAS
      * VEZES NO RETORNO E TRATADO COMO PAGAMENTO REPETIDO.
       01  W-TABELA-BAIXADOS.
           03 W-TB-CHAVE          PIC  9(009) OCCURS 5000 TIMES.
       77 W-QTD-TABELA            PIC  9(004) VALUE ZEROS.
       77 W-IND-TABELA            PIC  9(004) VALUE ZEROS.
       77 W-CHAVE-PAGAMENTO       PIC  9(009) VALUE ZEROS.
       77 W-PAGAMENTO-REPETIDO    PIC  X(001) VALUE "N".

      * CAMPOS DAS LINHAS DO RETORNO.
       01  W-RB-HEADER.
           03 W-RBH-DATA-ARQUIVO  PIC  9(008).
           03 W-RBH-SEQUENCIA     PIC  9(006).
           03 W-RBH-BANCO         PIC  9(003).
           03 FILLER              PIC  X(032).
       01  W-RB-DETALHE.
           03 W-RBD-NUM-PEDIDO    PIC  9(007).
           03 W-RBD-NUM-PARCELA   PIC  9(002).
           03 W-RBD-DATA-PAGTO    PIC  9(008).
           03 W-RBD-VALOR-PAGO    PIC  9(009)V9(002).
           03 FILLER              PIC  X(021).
       01  W-RB-TRAILER.
           03 W-RBT-QTD-DETALHES  PIC  9(007).
           03 W-RBT-SOMA-VALORES  PIC  9(011)V9(002).
           03 FILLER              PIC  X(029).

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "BAIXA DO RETORNO BANCARIO".

       01  W-LINHA-ARQUIVO.
           03 FILLER              PIC  X(022) VALUE
              "DATA DO ARQUIVO......:".
           03 W-L-DATA-ARQUIVO    PIC  99999999.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 FILLER              PIC  X(013) VALUE "SEQUENCIAL.:".
           03 W-L-SEQUENCIA       PIC  ZZZZZ9.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 FILLER              PIC  X(007) VALUE "BANCO:".
           03 W-L-BANCO           PIC  999.

       01  W-REJ-ARQUIVO.
           03 FILLER              PIC  X(020) VALUE
              "ARQUIVO REJEITADO:".
           03 W-REJ-A-MOTIVO      PIC  X(050).

       01  W-REJ-CABECALHO.
           03 FILLER              PIC  X(008) VALUE "PEDIDO".
           03 FILLER              PIC  X(004) VALUE "PC".
           03 FILLER              PIC  X(010) VALUE "PAGTO".
           03 FILLER              PIC  X(014) VALUE "         VALOR".
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "MOTIVO DA REJEICAO".

       01  W-REJ-DETALHE.
           03 W-REJ-D-PEDIDO      PIC  ZZZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-REJ-D-PARCELA     PIC  99.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-REJ-D-DATA        PIC  99999999.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-REJ-D-VALOR       PIC  ZZZZZZZZZ9,99.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-REJ-D-MOTIVO      PIC  X(040).

       01  W-LINHA-TOTAL.
           03 W-LT-DESCRICAO      PIC  X(030).
           03 W-LT-QUANTIDADE     PIC  ZZZZZZ9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-LT-VALOR          PIC  ZZZZZZZZZZ9,99.

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE "RETORNO BANCARIO".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relRetornoBanco'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-MODO-LOTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE

           OPEN OUTPUT REL-BANCO

           WRITE REL-BANCO-LINHA FROM W-CABECALHO-1
           WRITE REL-BANCO-LINHA FROM W-CABECALHO-2
           MOVE SPACES TO REL-BANCO-LINHA
           WRITE REL-BANCO-LINHA

           PERFORM 050-LER-CONTROLE
           PERFORM 100-VALIDAR-ARQUIVO

           MOVE W-RBH-DATA-ARQUIVO TO W-L-DATA-ARQUIVO
           MOVE W-RBH-SEQUENCIA    TO W-L-SEQUENCIA
           MOVE W-RBH-BANCO        TO W-L-BANCO
           WRITE REL-BANCO-LINHA FROM W-LINHA-ARQUIVO
           MOVE SPACES TO REL-BANCO-LINHA
           WRITE REL-BANCO-LINHA

           IF W-ARQUIVO-VALIDO EQUAL TO "S"
              WRITE REL-BANCO-LINHA FROM W-REJ-CABECALHO
              PERFORM 200-BAIXAR-PAGAMENTOS
              PERFORM 060-GRAVAR-CONTROLE
           ELSE
              MOVE W-MOTIVO-ARQUIVO TO W-REJ-A-MOTIVO
              WRITE REL-BANCO-LINHA FROM W-REJ-ARQUIVO
           END-IF

           PERFORM 300-IMPRIMIR-TOTAIS

           CLOSE REL-BANCO

           MOVE W-RBH-SEQUENCIA TO W-SPOOL-PARAMETROS
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
           END-IF.

      * SEQUENCIAL DO ULTIMO RETORNO BAIXADO (ZEROS SE NENHUM).
       050-LER-CONTROLE.
           MOVE ZEROS TO W-ULTIMA-SEQUENCIA

           OPEN INPUT CTL-RET-BANCO

           IF WK-FILE-STATUS EQUAL "00"
              READ CTL-RET-BANCO
              IF WK-FILE-STATUS EQUAL "00"
                 AND CRB-ULTIMA-SEQUENCIA NUMERIC
                 MOVE CRB-ULTIMA-SEQUENCIA TO W-ULTIMA-SEQUENCIA
              END-IF
              CLOSE CTL-RET-BANCO
           END-IF

           MOVE "00" TO WK-FILE-STATUS.

       060-GRAVAR-CONTROLE.
           MOVE W-RBH-SEQUENCIA    TO CRB-ULTIMA-SEQUENCIA
           MOVE W-RBH-DATA-ARQUIVO TO CRB-DATA-ARQUIVO
           MOVE W-DATA-HOJE        TO CRB-DATA-BAIXA

           OPEN OUTPUT CTL-RET-BANCO
           WRITE CTL-RET-BANCO-REG
           CLOSE CTL-RET-BANCO.

      * PRIMEIRA PASSAGEM: HEADER NA PRIMEIRA LINHA, TRAILER
      * PRESENTE, QUANTIDADE E SOMA DOS DETALHES IGUAIS AO TRAILER E
      * SEQUENCIAL AINDA NAO BAIXADO. SO ENTAO HA BAIXA.
       100-VALIDAR-ARQUIVO.
           MOVE "S"   TO W-ARQUIVO-VALIDO
           MOVE "N"   TO W-TEM-HEADER
           MOVE "N"   TO W-TEM-TRAILER
           MOVE "S"   TO W-PRIMEIRA-LINHA
           MOVE ZEROS TO W-QTD-DETALHES-LIDOS
           MOVE ZEROS TO W-SOMA-DETALHES
           MOVE ZEROS TO W-RB-HEADER
           MOVE ZEROS TO W-RB-TRAILER
           MOVE "N"   TO W-FIM-RETORNO

           OPEN INPUT RET-BANCO

           IF WR-FILE-STATUS NOT EQUAL TO "00"
              MOVE "N" TO W-ARQUIVO-VALIDO
              MOVE "ARQUIVO DE RETORNO DO BANCO AUSENTE"
                TO W-MOTIVO-ARQUIVO
           ELSE
              READ RET-BANCO
                AT END MOVE "S" TO W-FIM-RETORNO
              END-READ

              PERFORM 110-CONFERIR-LINHA UNTIL W-FIM-RETORNO = "S"

              CLOSE RET-BANCO

              PERFORM 120-CONFERIR-TOTAIS
           END-IF.

       110-CONFERIR-LINHA.
           EVALUATE RB-TIPO
             WHEN "H"
                IF W-PRIMEIRA-LINHA EQUAL TO "S"
                   MOVE "S"      TO W-TEM-HEADER
                   MOVE RB-DADOS TO W-RB-HEADER
                END-IF
             WHEN "D"
                MOVE RB-DADOS TO W-RB-DETALHE
                ADD 1 TO W-QTD-DETALHES-LIDOS
                IF W-RBD-VALOR-PAGO NUMERIC
                   ADD W-RBD-VALOR-PAGO TO W-SOMA-DETALHES
                END-IF
             WHEN "T"
                MOVE "S"      TO W-TEM-TRAILER
                MOVE RB-DADOS TO W-RB-TRAILER
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           MOVE "N" TO W-PRIMEIRA-LINHA

           READ RET-BANCO
             AT END MOVE "S" TO W-FIM-RETORNO
           END-READ.

       120-CONFERIR-TOTAIS.
           EVALUATE TRUE
             WHEN W-TEM-HEADER NOT EQUAL TO "S"
                MOVE "N" TO W-ARQUIVO-VALIDO
                MOVE "HEADER AUSENTE NA PRIMEIRA LINHA"
                  TO W-MOTIVO-ARQUIVO
             WHEN W-TEM-TRAILER NOT EQUAL TO "S"
                MOVE "N" TO W-ARQUIVO-VALIDO
                MOVE "TRAILER AUSENTE (ARQUIVO INCOMPLETO)"
                  TO W-MOTIVO-ARQUIVO
             WHEN W-RBH-SEQUENCIA NOT NUMERIC
                OR W-RBT-QTD-DETALHES NOT NUMERIC
                OR W-RBT-SOMA-VALORES NOT NUMERIC
                MOVE "N" TO W-ARQUIVO-VALIDO
                MOVE "HEADER OU TRAILER COM CAMPOS NAO NUMERICOS"
                  TO W-MOTIVO-ARQUIVO
             WHEN W-RBT-QTD-DETALHES NOT EQUAL TO W-QTD-DETALHES-LIDOS
                MOVE "N" TO W-ARQUIVO-VALIDO
                MOVE "QTD DE DETALHES DIFERE DO TRAILER"
                  TO W-MOTIVO-ARQUIVO
             WHEN W-RBT-SOMA-VALORES NOT EQUAL TO W-SOMA-DETALHES
                MOVE "N" TO W-ARQUIVO-VALIDO
                MOVE "SOMA DOS PAGAMENTOS DIFERE DO TRAILER"
                  TO W-MOTIVO-ARQUIVO
             WHEN W-RBH-SEQUENCIA NOT GREATER THAN W-ULTIMA-SEQUENCIA
                MOVE "N" TO W-ARQUIVO-VALIDO
                MOVE "SEQUENCIAL JA BAIXADO (ARQUIVO REPETIDO)"
                  TO W-MOTIVO-ARQUIVO
             WHEN OTHER
                CONTINUE
           END-EVALUATE.

      * SEGUNDA PASSAGEM: BAIXA CADA PAGAMENTO NO SEU TITULO.
       200-BAIXAR-PAGAMENTOS.
           MOVE ZEROS TO W-QTD-TABELA
           MOVE "N"   TO W-FIM-RETORNO

           OPEN I-O ARQ-TITULO
           OPEN EXTEND ARQ-MOVTITULO
           OPEN INPUT RET-BANCO

           READ RET-BANCO
             AT END MOVE "S" TO W-FIM-RETORNO
           END-READ

           PERFORM 210-TRATAR-LINHA UNTIL W-FIM-RETORNO = "S"

           CLOSE RET-BANCO
           CLOSE ARQ-MOVTITULO
           CLOSE ARQ-TITULO.

       210-TRATAR-LINHA.
           IF RB-TIPO EQUAL TO "D"
              MOVE RB-DADOS TO W-RB-DETALHE
              PERFORM 220-BAIXAR-UM-PAGAMENTO
           END-IF

           READ RET-BANCO
             AT END MOVE "S" TO W-FIM-RETORNO
           END-READ.

       220-BAIXAR-UM-PAGAMENTO.
           MOVE SPACES TO W-MOTIVO-REJEICAO

           IF W-RBD-NUM-PEDIDO NOT NUMERIC
              OR W-RBD-NUM-PARCELA NOT NUMERIC
              OR W-RBD-DATA-PAGTO NOT NUMERIC
              OR W-RBD-VALOR-PAGO NOT NUMERIC
              MOVE "DETALHE COM CAMPOS NAO NUMERICOS"
                TO W-MOTIVO-REJEICAO
           ELSE
              PERFORM 230-VERIFICAR-REPETIDO

              MOVE W-RBD-NUM-PEDIDO  TO TIT-NUM-PEDIDO
              MOVE W-RBD-NUM-PARCELA TO TIT-NUM-PARCELA
              READ ARQ-TITULO RECORD KEY IS TIT-CHAVE

              EVALUATE TRUE
                WHEN W-RBD-VALOR-PAGO EQUAL TO ZEROS
                   MOVE "VALOR DE PAGAMENTO ZERADO"
                     TO W-MOTIVO-REJEICAO
                WHEN W-PAGAMENTO-REPETIDO EQUAL TO "S"
                   MOVE "PAGAMENTO REPETIDO NO ARQUIVO"
                     TO W-MOTIVO-REJEICAO
                WHEN WB-FILE-STATUS NOT EQUAL TO "00"
                   MOVE "TITULO NAO ENCONTRADO"
                     TO W-MOTIVO-REJEICAO
                WHEN NOT TITULO-ABERTO
                   MOVE "TITULO JA QUITADO OU CANCELADO"
                     TO W-MOTIVO-REJEICAO
                WHEN OTHER
                   COMPUTE W-SALDO-TITULO =
                           TIT-VALOR - TIT-VALOR-PAGO
                   IF W-RBD-VALOR-PAGO GREATER THAN W-SALDO-TITULO
                      MOVE "PAGAMENTO MAIOR QUE O SALDO DO TITULO"
                        TO W-MOTIVO-REJEICAO
                   END-IF
              END-EVALUATE
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              PERFORM 240-GRAVAR-BAIXA
           ELSE
              PERFORM 250-GRAVAR-REJEITADO
           END-IF.

      * O TITULO JA BAIXADO NESTE MESMO ARQUIVO E REJEITADO NA
      * SEGUNDA OCORRENCIA.
       230-VERIFICAR-REPETIDO.
           MOVE "N" TO W-PAGAMENTO-REPETIDO
           COMPUTE W-CHAVE-PAGAMENTO = W-RBD-NUM-PEDIDO * 100
                                     + W-RBD-NUM-PARCELA

           PERFORM 235-COMPARAR-BAIXADO
             VARYING W-IND-TABELA FROM 1 BY 1
             UNTIL W-IND-TABELA GREATER THAN W-QTD-TABELA
                OR W-PAGAMENTO-REPETIDO EQUAL TO "S".

       235-COMPARAR-BAIXADO.
           IF W-TB-CHAVE(W-IND-TABELA) EQUAL TO W-CHAVE-PAGAMENTO
              MOVE "S" TO W-PAGAMENTO-REPETIDO
           END-IF.

       240-GRAVAR-BAIXA.
           ADD W-RBD-VALOR-PAGO TO TIT-VALOR-PAGO

           IF TIT-VALOR-PAGO NOT LESS THAN TIT-VALOR
              MOVE "Q" TO TIT-STATUS
              ADD 1 TO W-QTD-QUITADOS
           END-IF

           REWRITE ARQ-TITULO-REG

           MOVE FUNCTION CURRENT-DATE(1:14) TO MT-DATA-HORA
           MOVE W-RBD-DATA-PAGTO  TO MT-DATA-MOVIMENTO
           MOVE TIT-NUM-PEDIDO    TO MT-NUM-PEDIDO
           MOVE TIT-NUM-PARCELA   TO MT-NUM-PARCELA
           MOVE TIT-COD-CLIENTE   TO MT-COD-CLIENTE
           MOVE TIT-COD-VENDEDOR  TO MT-COD-VENDEDOR
           MOVE "P"               TO MT-TIPO
           MOVE W-RBD-VALOR-PAGO  TO MT-VALOR
           MOVE SS-USUARIO        TO MT-USUARIO
           MOVE "B"               TO MT-ORIGEM
           WRITE ARQ-MOVTITULO-REG

           ADD 1                TO W-QTD-BAIXADOS
           ADD W-RBD-VALOR-PAGO TO W-VALOR-BAIXADO

           IF W-QTD-TABELA LESS THAN 5000
              ADD 1 TO W-QTD-TABELA
              MOVE W-CHAVE-PAGAMENTO TO W-TB-CHAVE(W-QTD-TABELA)
           END-IF.

       250-GRAVAR-REJEITADO.
           MOVE W-RBD-NUM-PEDIDO  TO W-REJ-D-PEDIDO
           MOVE W-RBD-NUM-PARCELA TO W-REJ-D-PARCELA
           MOVE W-RBD-DATA-PAGTO  TO W-REJ-D-DATA
           MOVE W-MOTIVO-REJEICAO TO W-REJ-D-MOTIVO

           IF W-RBD-VALOR-PAGO NUMERIC
              MOVE W-RBD-VALOR-PAGO TO W-REJ-D-VALOR
              ADD  W-RBD-VALOR-PAGO TO W-VALOR-REJEITADO
           ELSE
              MOVE ZEROS TO W-REJ-D-VALOR
           END-IF

           WRITE REL-BANCO-LINHA FROM W-REJ-DETALHE
           ADD 1 TO W-QTD-REJEITADOS.

       300-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-BANCO-LINHA
           WRITE REL-BANCO-LINHA

           MOVE "PAGAMENTOS NO ARQUIVO" TO W-LT-DESCRICAO
           MOVE W-QTD-DETALHES-LIDOS    TO W-LT-QUANTIDADE
           MOVE W-SOMA-DETALHES         TO W-LT-VALOR
           WRITE REL-BANCO-LINHA FROM W-LINHA-TOTAL

           MOVE "PAGAMENTOS BAIXADOS"   TO W-LT-DESCRICAO
           MOVE W-QTD-BAIXADOS          TO W-LT-QUANTIDADE
           MOVE W-VALOR-BAIXADO         TO W-LT-VALOR
           WRITE REL-BANCO-LINHA FROM W-LINHA-TOTAL

           MOVE "PAGAMENTOS REJEITADOS" TO W-LT-DESCRICAO
           MOVE W-QTD-REJEITADOS        TO W-LT-QUANTIDADE
           MOVE W-VALOR-REJEITADO       TO W-LT-VALOR
           WRITE REL-BANCO-LINHA FROM W-LINHA-TOTAL

           MOVE "TITULOS QUITADOS"      TO W-LT-DESCRICAO
           MOVE W-QTD-QUITADOS          TO W-LT-QUANTIDADE
           MOVE ZEROS                   TO W-LT-VALOR
           WRITE REL-BANCO-LINHA FROM W-LINHA-TOTAL.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM IMPORTBANCO.
