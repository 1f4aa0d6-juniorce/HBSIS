       IDENTIFICATION DIVISION.
       PROGRAM-ID.   IMPORTPRODUTO AS "IMPORTPRODUTO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * INTERFACE DE PRODUTOS E PRECOS DE LISTA RECEBIDA DO ERP, QUE *
      * E O CADASTRO MESTRE (IMPERPPRODUTO), LARGURA FIXA:           *
      *   "H" + DATA DO ARQUIVO + SEQUENCIAL DO ARQUIVO              *
      *   "D" + PRODUTO + DESCRICAO + UNIDADE + PRECO DE LISTA       *
      *       (2 DECIMAIS) + STATUS (A/I) + DATA DE VIGENCIA DO      *
      *       PRECO (ZEROS = IMEDIATA)                               *
      *   "T" + QUANTIDADE DE DETALHES                               *
      * UMA PRIMEIRA PASSAGEM CONFERE HEADER, TRAILER E O            *
      * SEQUENCIAL, QUE PRECISA SER MAIOR QUE O DO ULTIMO ARQUIVO    *
      * IMPORTADO (CTLERPPRODUTO); COM QUALQUER DIVERGENCIA O        *
      * ARQUIVO INTEIRO E REJEITADO. NA SEGUNDA PASSAGEM O PRODUTO   *
      * NOVO E INCLUIDO E O EXISTENTE TEM DESCRICAO, UNIDADE, PRECO  *
      * E STATUS ATUALIZADOS (OS SALDOS E O ESTOQUE MINIMO SAO DO    *
      * SISTEMA). PRECO COM VIGENCIA FUTURA FICA AGENDADO NO         *
      * PRODUTO (VER PRD-PRECO-FUTURO EM PRODUTO.CPY) E ENTRA EM     *
      * VIGOR NA EXECUCAO DO DIA, ANTES DA LEITURA DO ARQUIVO, MESMO  *
      * SEM ARQUIVO NOVO. TODA MUDANCA DE PRECO VAI PARA O LOG DE     *
      * PRECOS (VER LOGPRECO.CPY). O RELATORIO RELIMPORTPRODUTO      *
      * LISTA OS PRODUTOS INCLUIDOS, ALTERADOS, DESATIVADOS E        *
      * REJEITADOS. PRODUTO AUSENTE DO ARQUIVO NAO E ALTERADO. E     *
      * EXECUTADO COMO PASSO DO LOTE NOTURNO, ANTES DAS INTERFACES   *
      * DE PEDIDOS.                                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMP-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PRD-COD-PRODUTO
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT CTL-ERP-PRODUTO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WK-FILE-STATUS.

           SELECT ARQ-LOGPRECO  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WG-FILE-STATUS.

           SELECT REL-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WL-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMP-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'impErpProduto'.
       01  IMP-PRODUTO-LINHA.
           03 IP-TIPO             PIC  X(001).
           03 IP-DADOS            PIC  X(079).

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadProduto'.
       COPY "PRODUTO.CPY".

      * ULTIMO ARQUIVO DE PRODUTOS IMPORTADO, PARA QUE O MESMO
      * ARQUIVO NAO SEJA PROCESSADO DUAS VEZES.
       FD  CTL-ERP-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ctlErpProduto'.
       01  CTL-ERP-PRODUTO-REG.
           03 CEP-ULTIMA-SEQUENCIA PIC 9(006).
           03 CEP-DATA-ARQUIVO    PIC  9(008).
           03 CEP-DATA-IMPORTACAO PIC  9(008).

       FD  ARQ-LOGPRECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'logPreco'.
       COPY "LOGPRECO.CPY".

       FD  REL-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relImportProduto'.
       01  REL-PRODUTO-LINHA      PIC  X(080).

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WF-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WK-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
      * "S" QUANDO O PROGRAMA FOI CHAMADO PELO LOTE NOTURNO (VER
      * SS-MODO-LOTE EM SESSAO.CPY).
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
       77 W-FIM-IMPORTACAO        PIC  X(001) VALUE "N".
       77 W-FIM-PRODUTO           PIC  X(001) VALUE "N".
       77 W-DATA-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-ULTIMA-SEQUENCIA      PIC  9(006) VALUE ZEROS.

      * CONFERENCIA DO ARQUIVO, FEITA ANTES DE QUALQUER GRAVACAO.
       77 W-ARQUIVO-VALIDO        PIC  X(001) VALUE "S".
       77 W-MOTIVO-ARQUIVO        PIC  X(050) VALUE SPACES.
       77 W-TEM-HEADER            PIC  X(001) VALUE "N".
       77 W-TEM-TRAILER           PIC  X(001) VALUE "N".
       77 W-PRIMEIRA-LINHA        PIC  X(001) VALUE "S".
       77 W-QTD-DETALHES-LIDOS    PIC  9(007) VALUE ZEROS.

      * PRODUTO CORRENTE DO ARQUIVO.
       77 W-MOTIVO-REJEICAO       PIC  X(040) VALUE SPACES.
       77 W-ACHOU-PRODUTO         PIC  X(001) VALUE "N".
       77 W-HOUVE-ALTERACAO       PIC  X(001) VALUE "N".
       77 W-DESATIVADO            PIC  X(001) VALUE "N".
       77 W-PRECO-ANTES           PIC  9(009)V9(002) VALUE ZEROS.
       77 W-PRECO-DEPOIS          PIC  9(009)V9(002) VALUE ZEROS.
       77 W-VIGENCIA-LISTADA      PIC  9(008) VALUE ZEROS.

      * PRODUTOS JA TRATADOS NESTE ARQUIVO: O MESMO PRODUTO DUAS
      * VEZES NO ARQUIVO E REJEITADO NA SEGUNDA OCORRENCIA.
       01  W-TABELA-TRATADOS.
           03 W-TT-PRODUTO        PIC  9(005) OCCURS 5000 TIMES.
       77 W-QTD-TABELA            PIC  9(004) VALUE ZEROS.
       77 W-IND-TABELA            PIC  9(004) VALUE ZEROS.
       77 W-PRODUTO-REPETIDO      PIC  X(001) VALUE "N".

      * TOTAIS DA IMPORTACAO.
       77 W-QTD-INCLUIDOS         PIC  9(007) VALUE ZEROS.
       77 W-QTD-ALTERADOS         PIC  9(007) VALUE ZEROS.
       77 W-QTD-DESATIVADOS       PIC  9(007) VALUE ZEROS.
       77 W-QTD-REJEITADOS        PIC  9(007) VALUE ZEROS.
       77 W-QTD-SEM-ALTERACAO     PIC  9(007) VALUE ZEROS.
       77 W-QTD-AGENDADOS         PIC  9(007) VALUE ZEROS.
       77 W-QTD-VIGENCIAS         PIC  9(007) VALUE ZEROS.

      * CAMPOS DAS LINHAS DO ARQUIVO DO ERP.
       01  W-IP-HEADER.
           03 W-IPH-DATA-ARQUIVO  PIC  9(008).
           03 W-IPH-SEQUENCIA     PIC  9(006).
           03 FILLER              PIC  X(065).
       01  W-IP-DETALHE.
           03 W-IPD-COD-PRODUTO   PIC  9(005).
           03 W-IPD-DESCRICAO     PIC  X(040).
           03 W-IPD-UNIDADE       PIC  X(003).
           03 W-IPD-PRECO-LISTA   PIC  9(009)V9(002).
           03 W-IPD-STATUS        PIC  X(001).
           03 W-IPD-DATA-VIGENCIA PIC  9(008).
           03 FILLER              PIC  X(011).
       01  W-IP-TRAILER.
           03 W-IPT-QTD-DETALHES  PIC  9(007).
           03 FILLER              PIC  X(072).

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "INTERFACE DE PRODUTOS DO ERP".

       01  W-LINHA-ARQUIVO.
           03 FILLER              PIC  X(022) VALUE
              "DATA DO ARQUIVO......:".
           03 W-L-DATA-ARQUIVO    PIC  99999999.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 FILLER              PIC  X(013) VALUE "SEQUENCIAL.:".
           03 W-L-SEQUENCIA       PIC  ZZZZZ9.

       01  W-REJ-ARQUIVO.
           03 FILLER              PIC  X(020) VALUE
              "ARQUIVO REJEITADO:".
           03 W-REJ-A-MOTIVO      PIC  X(050).

       01  W-COLUNAS.
           03 FILLER              PIC  X(006) VALUE "PROD.".
           03 FILLER              PIC  X(021) VALUE "DESCRICAO".
           03 FILLER              PIC  X(011) VALUE "SITUACAO".
           03 FILLER              PIC  X(013) VALUE " PRECO ANTES".
           03 FILLER              PIC  X(013) VALUE " PRECO NOVO".
           03 FILLER              PIC  X(016) VALUE "VIGENCIA".

       01  W-DETALHE.
           03 W-D-PRODUTO         PIC  ZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-DESCRICAO       PIC  X(020).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-SITUACAO        PIC  X(010).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-PRECO-ANTES     PIC  ZZZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-PRECO-DEPOIS    PIC  ZZZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-VIGENCIA        PIC  ZZZZZZZZ.

       01  W-REJ-DETALHE.
           03 W-REJ-D-PRODUTO     PIC  X(005).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-REJ-D-DESCRICAO   PIC  X(020).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 FILLER              PIC  X(010) VALUE "REJEITADO".
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-REJ-D-MOTIVO      PIC  X(040).

       01  W-LINHA-TOTAL.
           03 W-LT-DESCRICAO      PIC  X(030).
           03 W-LT-QUANTIDADE     PIC  ZZZZZZ9.

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE "PRODUTOS DO ERP".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relImportProduto'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-MODO-LOTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE

           OPEN OUTPUT REL-PRODUTO

           WRITE REL-PRODUTO-LINHA FROM W-CABECALHO-1
           WRITE REL-PRODUTO-LINHA FROM W-CABECALHO-2
           MOVE SPACES TO REL-PRODUTO-LINHA
           WRITE REL-PRODUTO-LINHA

           OPEN I-O    ARQ-PRODUTO
           OPEN EXTEND ARQ-LOGPRECO

           WRITE REL-PRODUTO-LINHA FROM W-COLUNAS

           PERFORM 150-APLICAR-VIGENCIAS

           PERFORM 050-LER-CONTROLE
           PERFORM 100-VALIDAR-ARQUIVO

           MOVE SPACES TO REL-PRODUTO-LINHA
           WRITE REL-PRODUTO-LINHA

           MOVE W-IPH-DATA-ARQUIVO TO W-L-DATA-ARQUIVO
           MOVE W-IPH-SEQUENCIA    TO W-L-SEQUENCIA
           WRITE REL-PRODUTO-LINHA FROM W-LINHA-ARQUIVO

           IF W-ARQUIVO-VALIDO EQUAL TO "S"
              PERFORM 200-IMPORTAR-PRODUTOS
              PERFORM 060-GRAVAR-CONTROLE
           ELSE
              MOVE W-MOTIVO-ARQUIVO TO W-REJ-A-MOTIVO
              WRITE REL-PRODUTO-LINHA FROM W-REJ-ARQUIVO
           END-IF

           CLOSE ARQ-LOGPRECO
           CLOSE ARQ-PRODUTO

           PERFORM 300-IMPRIMIR-TOTAIS

           CLOSE REL-PRODUTO

           MOVE W-IPH-SEQUENCIA TO W-SPOOL-PARAMETROS
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

      * SEQUENCIAL DO ULTIMO ARQUIVO IMPORTADO (ZEROS SE NENHUM).
       050-LER-CONTROLE.
           MOVE ZEROS TO W-ULTIMA-SEQUENCIA

           OPEN INPUT CTL-ERP-PRODUTO

           IF WK-FILE-STATUS EQUAL "00"
              READ CTL-ERP-PRODUTO
              IF WK-FILE-STATUS EQUAL "00"
                 AND CEP-ULTIMA-SEQUENCIA NUMERIC
                 MOVE CEP-ULTIMA-SEQUENCIA TO W-ULTIMA-SEQUENCIA
              END-IF
              CLOSE CTL-ERP-PRODUTO
           END-IF

           MOVE "00" TO WK-FILE-STATUS.

       060-GRAVAR-CONTROLE.
           MOVE W-IPH-SEQUENCIA    TO CEP-ULTIMA-SEQUENCIA
           MOVE W-IPH-DATA-ARQUIVO TO CEP-DATA-ARQUIVO
           MOVE W-DATA-HOJE        TO CEP-DATA-IMPORTACAO

           OPEN OUTPUT CTL-ERP-PRODUTO
           WRITE CTL-ERP-PRODUTO-REG
           CLOSE CTL-ERP-PRODUTO.

      * PRIMEIRA PASSAGEM: HEADER NA PRIMEIRA LINHA, TRAILER
      * PRESENTE, QUANTIDADE DE DETALHES IGUAL AO TRAILER E
      * SEQUENCIAL AINDA NAO IMPORTADO. SO ENTAO HA ATUALIZACAO.
       100-VALIDAR-ARQUIVO.
           MOVE "S"   TO W-ARQUIVO-VALIDO
           MOVE "N"   TO W-TEM-HEADER
           MOVE "N"   TO W-TEM-TRAILER
           MOVE "S"   TO W-PRIMEIRA-LINHA
           MOVE ZEROS TO W-QTD-DETALHES-LIDOS
           MOVE ZEROS TO W-IP-HEADER
           MOVE ZEROS TO W-IP-TRAILER
           MOVE "N"   TO W-FIM-IMPORTACAO

           OPEN INPUT IMP-PRODUTO

           IF WR-FILE-STATUS NOT EQUAL TO "00"
              MOVE "N" TO W-ARQUIVO-VALIDO
              MOVE "ARQUIVO DE PRODUTOS DO ERP AUSENTE"
                TO W-MOTIVO-ARQUIVO
           ELSE
              READ IMP-PRODUTO
                AT END MOVE "S" TO W-FIM-IMPORTACAO
              END-READ

              PERFORM 110-CONFERIR-LINHA UNTIL W-FIM-IMPORTACAO = "S"

              CLOSE IMP-PRODUTO

              PERFORM 120-CONFERIR-TOTAIS
           END-IF.

       110-CONFERIR-LINHA.
           EVALUATE IP-TIPO
             WHEN "H"
                IF W-PRIMEIRA-LINHA EQUAL TO "S"
                   MOVE "S"      TO W-TEM-HEADER
                   MOVE IP-DADOS TO W-IP-HEADER
                END-IF
             WHEN "D"
                ADD 1 TO W-QTD-DETALHES-LIDOS
             WHEN "T"
                MOVE "S"      TO W-TEM-TRAILER
                MOVE IP-DADOS TO W-IP-TRAILER
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           MOVE "N" TO W-PRIMEIRA-LINHA

           READ IMP-PRODUTO
             AT END MOVE "S" TO W-FIM-IMPORTACAO
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
             WHEN W-IPH-SEQUENCIA NOT NUMERIC
                OR W-IPH-DATA-ARQUIVO NOT NUMERIC
                OR W-IPT-QTD-DETALHES NOT NUMERIC
                MOVE "N" TO W-ARQUIVO-VALIDO
                MOVE "HEADER OU TRAILER COM CAMPOS NAO NUMERICOS"
                  TO W-MOTIVO-ARQUIVO
             WHEN W-IPT-QTD-DETALHES NOT EQUAL TO W-QTD-DETALHES-LIDOS
                MOVE "N" TO W-ARQUIVO-VALIDO
                MOVE "QTD DE DETALHES DIFERE DO TRAILER"
                  TO W-MOTIVO-ARQUIVO
             WHEN W-IPH-SEQUENCIA NOT GREATER THAN W-ULTIMA-SEQUENCIA
                MOVE "N" TO W-ARQUIVO-VALIDO
                MOVE "SEQUENCIAL JA IMPORTADO (ARQUIVO REPETIDO)"
                  TO W-MOTIVO-ARQUIVO
             WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *****************************************************************
      * PRECOS AGENDADOS CUJA VIGENCIA CHEGOU PASSAM AO PRECO DE     *
      * LISTA. RODA ANTES DO ARQUIVO DO DIA, QUE PODE TRAZER UM      *
      * PRECO NOVO PARA O MESMO PRODUTO.                             *
      *****************************************************************
       150-APLICAR-VIGENCIAS.
           MOVE "N" TO W-FIM-PRODUTO

           MOVE LOW-VALUES TO PRD-COD-PRODUTO
           START ARQ-PRODUTO KEY IS NOT LESS THAN PRD-COD-PRODUTO

           IF WF-FILE-STATUS EQUAL TO "00"
              READ ARQ-PRODUTO NEXT RECORD
                AT END MOVE "S" TO W-FIM-PRODUTO
              END-READ
           ELSE
              MOVE "S" TO W-FIM-PRODUTO
           END-IF

           PERFORM 160-APLICAR-UMA-VIGENCIA UNTIL W-FIM-PRODUTO = "S".

       160-APLICAR-UMA-VIGENCIA.
           PERFORM 960-SANEAR-PRODUTO

           IF PRD-DATA-VIGENCIA GREATER THAN ZEROS
              AND PRD-DATA-VIGENCIA NOT GREATER THAN W-DATA-HOJE
              MOVE PRD-PRECO-LISTA   TO W-PRECO-ANTES
              MOVE PRD-PRECO-FUTURO  TO W-PRECO-DEPOIS
              MOVE PRD-DATA-VIGENCIA TO W-VIGENCIA-LISTADA

              MOVE W-PRECO-DEPOIS TO PRD-PRECO-LISTA
              MOVE ZEROS          TO PRD-PRECO-FUTURO
              MOVE ZEROS          TO PRD-DATA-VIGENCIA

              REWRITE ARQ-PRODUTO-REG

              IF WF-FILE-STATUS EQUAL TO "00"
                 MOVE "V"   TO LPR-OPERACAO
                 MOVE ZEROS TO LPR-SEQUENCIA-ERP
                 PERFORM 950-GRAVAR-LOG-PRECO

                 ADD  1                   TO W-QTD-VIGENCIAS
                 MOVE PRD-COD-PRODUTO     TO W-D-PRODUTO
                 MOVE PRD-DESCRICAO       TO W-D-DESCRICAO
                 MOVE "VIGENCIA"          TO W-D-SITUACAO
                 MOVE W-PRECO-ANTES       TO W-D-PRECO-ANTES
                 MOVE W-PRECO-DEPOIS      TO W-D-PRECO-DEPOIS
                 MOVE W-VIGENCIA-LISTADA  TO W-D-VIGENCIA
                 WRITE REL-PRODUTO-LINHA FROM W-DETALHE
              END-IF
           END-IF

           READ ARQ-PRODUTO NEXT RECORD
             AT END MOVE "S" TO W-FIM-PRODUTO
           END-READ.

      * SEGUNDA PASSAGEM: INCLUI OU ATUALIZA CADA PRODUTO.
       200-IMPORTAR-PRODUTOS.
           MOVE ZEROS TO W-QTD-TABELA
           MOVE "N"   TO W-FIM-IMPORTACAO

           OPEN INPUT IMP-PRODUTO

           READ IMP-PRODUTO
             AT END MOVE "S" TO W-FIM-IMPORTACAO
           END-READ

           PERFORM 210-TRATAR-LINHA UNTIL W-FIM-IMPORTACAO = "S"

           CLOSE IMP-PRODUTO.

       210-TRATAR-LINHA.
           IF IP-TIPO EQUAL TO "D"
              MOVE IP-DADOS TO W-IP-DETALHE
              PERFORM 220-IMPORTAR-UM-PRODUTO
           END-IF

           READ IMP-PRODUTO
             AT END MOVE "S" TO W-FIM-IMPORTACAO
           END-READ.

       220-IMPORTAR-UM-PRODUTO.
           PERFORM 230-VALIDAR-DETALHE

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              MOVE W-IPD-COD-PRODUTO TO PRD-COD-PRODUTO
              READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO

              IF WF-FILE-STATUS EQUAL TO "00"
                 PERFORM 250-ATUALIZAR-PRODUTO
              ELSE
                 PERFORM 240-INCLUIR-PRODUTO
              END-IF

              IF W-QTD-TABELA LESS THAN 5000
                 ADD 1 TO W-QTD-TABELA
                 MOVE W-IPD-COD-PRODUTO TO W-TT-PRODUTO(W-QTD-TABELA)
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO NOT EQUAL TO SPACES
              PERFORM 290-GRAVAR-REJEITADO
           END-IF.

      * O MESMO CRITERIO DA TELA DE PRODUTOS: CODIGO, DESCRICAO E
      * UNIDADE INFORMADOS, PRECO POSITIVO E STATUS A OU I.
       230-VALIDAR-DETALHE.
           MOVE SPACES TO W-MOTIVO-REJEICAO

           EVALUATE TRUE
             WHEN W-IPD-COD-PRODUTO NOT NUMERIC
                  OR W-IPD-COD-PRODUTO EQUAL TO ZEROS
                MOVE "CODIGO DE PRODUTO INVALIDO"
                  TO W-MOTIVO-REJEICAO
             WHEN W-IPD-DESCRICAO EQUAL TO SPACES
                MOVE "DESCRICAO EM BRANCO" TO W-MOTIVO-REJEICAO
             WHEN W-IPD-UNIDADE EQUAL TO SPACES
                MOVE "UNIDADE EM BRANCO" TO W-MOTIVO-REJEICAO
             WHEN W-IPD-PRECO-LISTA NOT NUMERIC
                  OR W-IPD-PRECO-LISTA EQUAL TO ZEROS
                MOVE "PRECO DE LISTA INVALIDO" TO W-MOTIVO-REJEICAO
             WHEN W-IPD-STATUS NOT EQUAL TO "A"
                  AND W-IPD-STATUS NOT EQUAL TO "I"
                MOVE "STATUS INVALIDO (A OU I)" TO W-MOTIVO-REJEICAO
             WHEN W-IPD-DATA-VIGENCIA NOT NUMERIC
                MOVE "DATA DE VIGENCIA INVALIDA" TO W-MOTIVO-REJEICAO
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              AND W-IPD-DATA-VIGENCIA GREATER THAN ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD(W-IPD-DATA-VIGENCIA)
                 NOT EQUAL ZEROS
                 MOVE "DATA DE VIGENCIA INVALIDA" TO W-MOTIVO-REJEICAO
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              PERFORM 235-VERIFICAR-REPETIDO
              IF W-PRODUTO-REPETIDO EQUAL TO "S"
                 MOVE "PRODUTO REPETIDO NO ARQUIVO"
                   TO W-MOTIVO-REJEICAO
              END-IF
           END-IF.

       235-VERIFICAR-REPETIDO.
           MOVE "N" TO W-PRODUTO-REPETIDO

           PERFORM 236-COMPARAR-TRATADO
             VARYING W-IND-TABELA FROM 1 BY 1
             UNTIL W-IND-TABELA GREATER THAN W-QTD-TABELA
                OR W-PRODUTO-REPETIDO EQUAL TO "S".

       236-COMPARAR-TRATADO.
           IF W-TT-PRODUTO(W-IND-TABELA) EQUAL TO W-IPD-COD-PRODUTO
              MOVE "S" TO W-PRODUTO-REPETIDO
           END-IF.

      * PRODUTO NOVO NASCE COM ESTOQUE ZERADO E COM O PRECO DO
      * ARQUIVO JA VIGENTE, MESMO COM VIGENCIA FUTURA: AINDA NAO HA
      * PRECO ANTERIOR A PRESERVAR.
       240-INCLUIR-PRODUTO.
           MOVE W-IPD-COD-PRODUTO TO PRD-COD-PRODUTO
           MOVE W-IPD-DESCRICAO   TO PRD-DESCRICAO
           MOVE W-IPD-UNIDADE     TO PRD-UNIDADE
           MOVE W-IPD-PRECO-LISTA TO PRD-PRECO-LISTA
           MOVE W-IPD-STATUS      TO PRD-STATUS
           MOVE ZEROS             TO PRD-ESTOQUE-MINIMO
           MOVE ZEROS             TO PRD-QTD-ESTOQUE
           MOVE ZEROS             TO PRD-QTD-RESERVADA
           MOVE ZEROS             TO PRD-PRECO-FUTURO
           MOVE ZEROS             TO PRD-DATA-VIGENCIA

           WRITE ARQ-PRODUTO-REG

           IF WF-FILE-STATUS NOT EQUAL TO "00"
              MOVE "ERRO NA GRAVACAO DO PRODUTO" TO W-MOTIVO-REJEICAO
           ELSE
              MOVE ZEROS             TO W-PRECO-ANTES
              MOVE PRD-PRECO-LISTA   TO W-PRECO-DEPOIS
              MOVE ZEROS             TO W-VIGENCIA-LISTADA
              MOVE "I"               TO LPR-OPERACAO
              MOVE W-IPH-SEQUENCIA   TO LPR-SEQUENCIA-ERP
              PERFORM 950-GRAVAR-LOG-PRECO

              ADD  1          TO W-QTD-INCLUIDOS
              MOVE "INCLUIDO" TO W-D-SITUACAO
              PERFORM 280-GRAVAR-DETALHE
           END-IF.

      * ATUALIZA DESCRICAO, UNIDADE, STATUS E PRECO. O PRECO COM
      * VIGENCIA FUTURA SUBSTITUI O AGENDAMENTO ANTERIOR; O DE
      * VIGENCIA IMEDIATA VALE NA HORA E DESFAZ O AGENDAMENTO.
       250-ATUALIZAR-PRODUTO.
           PERFORM 960-SANEAR-PRODUTO

           MOVE "N"             TO W-HOUVE-ALTERACAO
           MOVE "N"             TO W-DESATIVADO
           MOVE PRD-PRECO-LISTA TO W-PRECO-ANTES
           MOVE PRD-PRECO-LISTA TO W-PRECO-DEPOIS
           MOVE ZEROS           TO W-VIGENCIA-LISTADA
           MOVE SPACES          TO LPR-OPERACAO

           IF PRD-DESCRICAO NOT EQUAL TO W-IPD-DESCRICAO
              OR PRD-UNIDADE NOT EQUAL TO W-IPD-UNIDADE
              MOVE "S"             TO W-HOUVE-ALTERACAO
              MOVE W-IPD-DESCRICAO TO PRD-DESCRICAO
              MOVE W-IPD-UNIDADE   TO PRD-UNIDADE
           END-IF

           IF PRD-STATUS NOT EQUAL TO W-IPD-STATUS
              MOVE "S"          TO W-HOUVE-ALTERACAO
              MOVE W-IPD-STATUS TO PRD-STATUS
              IF W-IPD-STATUS EQUAL TO "I"
                 MOVE "S" TO W-DESATIVADO
              END-IF
           END-IF

           IF W-IPD-DATA-VIGENCIA GREATER THAN W-DATA-HOJE
              IF W-IPD-PRECO-LISTA NOT EQUAL TO PRD-PRECO-FUTURO
                 OR W-IPD-DATA-VIGENCIA NOT EQUAL TO PRD-DATA-VIGENCIA
                 MOVE "S"                 TO W-HOUVE-ALTERACAO
                 MOVE W-IPD-PRECO-LISTA   TO PRD-PRECO-FUTURO
                 MOVE W-IPD-DATA-VIGENCIA TO PRD-DATA-VIGENCIA
                 MOVE W-IPD-PRECO-LISTA   TO W-PRECO-DEPOIS
                 MOVE W-IPD-DATA-VIGENCIA TO W-VIGENCIA-LISTADA
                 MOVE "F"                 TO LPR-OPERACAO
                 ADD  1                   TO W-QTD-AGENDADOS
              END-IF
           ELSE
              IF PRD-DATA-VIGENCIA GREATER THAN ZEROS
                 MOVE "S"   TO W-HOUVE-ALTERACAO
                 MOVE ZEROS TO PRD-PRECO-FUTURO
                 MOVE ZEROS TO PRD-DATA-VIGENCIA
              END-IF
              IF W-IPD-PRECO-LISTA NOT EQUAL TO PRD-PRECO-LISTA
                 MOVE "S"               TO W-HOUVE-ALTERACAO
                 MOVE W-IPD-PRECO-LISTA TO PRD-PRECO-LISTA
                 MOVE W-IPD-PRECO-LISTA TO W-PRECO-DEPOIS
                 MOVE "A"               TO LPR-OPERACAO
              END-IF
           END-IF

           IF W-HOUVE-ALTERACAO EQUAL TO "S"
              REWRITE ARQ-PRODUTO-REG

              IF WF-FILE-STATUS NOT EQUAL TO "00"
                 MOVE "ERRO NA GRAVACAO DO PRODUTO"
                   TO W-MOTIVO-REJEICAO
              ELSE
                 IF LPR-OPERACAO NOT EQUAL TO SPACES
                    MOVE W-IPH-SEQUENCIA TO LPR-SEQUENCIA-ERP
                    PERFORM 950-GRAVAR-LOG-PRECO
                 END-IF

                 IF W-DESATIVADO EQUAL TO "S"
                    ADD  1            TO W-QTD-DESATIVADOS
                    MOVE "DESATIVADO" TO W-D-SITUACAO
                 ELSE
                    ADD  1            TO W-QTD-ALTERADOS
                    MOVE "ALTERADO"   TO W-D-SITUACAO
                 END-IF
                 PERFORM 280-GRAVAR-DETALHE
              END-IF
           ELSE
              ADD 1 TO W-QTD-SEM-ALTERACAO
           END-IF.

       280-GRAVAR-DETALHE.
           MOVE PRD-COD-PRODUTO    TO W-D-PRODUTO
           MOVE PRD-DESCRICAO      TO W-D-DESCRICAO
           MOVE W-PRECO-ANTES      TO W-D-PRECO-ANTES
           MOVE W-PRECO-DEPOIS     TO W-D-PRECO-DEPOIS
           MOVE W-VIGENCIA-LISTADA TO W-D-VIGENCIA

           WRITE REL-PRODUTO-LINHA FROM W-DETALHE.

       290-GRAVAR-REJEITADO.
           MOVE IP-DADOS(1:5)     TO W-REJ-D-PRODUTO
           MOVE W-IPD-DESCRICAO   TO W-REJ-D-DESCRICAO
           MOVE W-MOTIVO-REJEICAO TO W-REJ-D-MOTIVO

           WRITE REL-PRODUTO-LINHA FROM W-REJ-DETALHE
           ADD 1 TO W-QTD-REJEITADOS.

       300-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-PRODUTO-LINHA
           WRITE REL-PRODUTO-LINHA

           MOVE "DETALHES NO ARQUIVO"      TO W-LT-DESCRICAO
           MOVE W-QTD-DETALHES-LIDOS       TO W-LT-QUANTIDADE
           WRITE REL-PRODUTO-LINHA FROM W-LINHA-TOTAL

           MOVE "PRODUTOS INCLUIDOS"       TO W-LT-DESCRICAO
           MOVE W-QTD-INCLUIDOS            TO W-LT-QUANTIDADE
           WRITE REL-PRODUTO-LINHA FROM W-LINHA-TOTAL

           MOVE "PRODUTOS ALTERADOS"       TO W-LT-DESCRICAO
           MOVE W-QTD-ALTERADOS            TO W-LT-QUANTIDADE
           WRITE REL-PRODUTO-LINHA FROM W-LINHA-TOTAL

           MOVE "PRODUTOS DESATIVADOS"     TO W-LT-DESCRICAO
           MOVE W-QTD-DESATIVADOS          TO W-LT-QUANTIDADE
           WRITE REL-PRODUTO-LINHA FROM W-LINHA-TOTAL

           MOVE "PRODUTOS REJEITADOS"      TO W-LT-DESCRICAO
           MOVE W-QTD-REJEITADOS           TO W-LT-QUANTIDADE
           WRITE REL-PRODUTO-LINHA FROM W-LINHA-TOTAL

           MOVE "PRODUTOS SEM ALTERACAO"   TO W-LT-DESCRICAO
           MOVE W-QTD-SEM-ALTERACAO        TO W-LT-QUANTIDADE
           WRITE REL-PRODUTO-LINHA FROM W-LINHA-TOTAL

           MOVE "PRECOS AGENDADOS"         TO W-LT-DESCRICAO
           MOVE W-QTD-AGENDADOS            TO W-LT-QUANTIDADE
           WRITE REL-PRODUTO-LINHA FROM W-LINHA-TOTAL

           MOVE "PRECOS AGENDADOS EM VIGOR" TO W-LT-DESCRICAO
           MOVE W-QTD-VIGENCIAS            TO W-LT-QUANTIDADE
           WRITE REL-PRODUTO-LINHA FROM W-LINHA-TOTAL.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

      * APENSA AO LOG DE PRECOS A MUDANCA DO PRODUTO CORRENTE, COM A
      * OPERACAO E O SEQUENCIAL DO ARQUIVO JA MOVIDOS.
       950-GRAVAR-LOG-PRECO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LPR-DATA-HORA
           MOVE SS-USUARIO         TO LPR-USUARIO
           MOVE PRD-COD-PRODUTO    TO LPR-COD-PRODUTO
           MOVE W-PRECO-ANTES      TO LPR-PRECO-ANTES
           MOVE W-PRECO-DEPOIS     TO LPR-PRECO-DEPOIS
           MOVE W-VIGENCIA-LISTADA TO LPR-DATA-VIGENCIA

           WRITE ARQ-LOGPRECO-REG.

      * PRODUTO GRAVADO ANTES DO CONTROLE DE ESTOQUE OU DO PRECO
      * AGENDADO VEM CURTO E OS CAMPOS VOLTAM EM BRANCO; SANEIA PARA
      * ZEROS.
       960-SANEAR-PRODUTO.
           IF PRD-ESTOQUE-MINIMO NOT NUMERIC
              MOVE ZEROS TO PRD-ESTOQUE-MINIMO
           END-IF

           IF PRD-QTD-ESTOQUE NOT NUMERIC
              MOVE ZEROS TO PRD-QTD-ESTOQUE
           END-IF

           IF PRD-QTD-RESERVADA NOT NUMERIC
              MOVE ZEROS TO PRD-QTD-RESERVADA
           END-IF

           IF PRD-PRECO-FUTURO NOT NUMERIC
              OR PRD-DATA-VIGENCIA NOT NUMERIC
              MOVE ZEROS TO PRD-PRECO-FUTURO
              MOVE ZEROS TO PRD-DATA-VIGENCIA
           END-IF.

       END PROGRAM IMPORTPRODUTO.
