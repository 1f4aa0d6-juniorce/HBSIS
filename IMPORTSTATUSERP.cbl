       IDENTIFICATION DIVISION.
       PROGRAM-ID.   IMPORTSTATUSERP AS "IMPORTSTATUSERP".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * RETORNO DO ERP COM O FATURAMENTO E A ENTREGA DOS PEDIDOS     *
      * ENVIADOS PELA INTERFACE DE PEDIDOS (RETERPPEDIDO), LARGURA   *
      * FIXA:                                                        *
      *   "H" + DATA DO ARQUIVO + SEQUENCIAL DO ARQUIVO              *
      *   "D" + PEDIDO + NOVO STATUS (F/E/C) + DATA DO EVENTO +      *
      *       VALOR FATURADO (2 DECIMAIS) + VENCIMENTO + MOTIVO DO   *
      *       CANCELAMENTO + SERIE/NUMERO DA NOTA FISCAL DO ERP      *
      *   "T" + QUANTIDADE DE DETALHES                               *
      * UMA PRIMEIRA PASSAGEM CONFERE HEADER, TRAILER E O            *
      * SEQUENCIAL, QUE PRECISA SER MAIOR QUE O DO ULTIMO ARQUIVO    *
      * IMPORTADO (CTLERPSTATUS); COM QUALQUER DIVERGENCIA O ARQUIVO *
      * INTEIRO E REJEITADO. NA SEGUNDA PASSAGEM CADA PEDIDO MUDA DE *
      * STATUS COM AS MESMAS REGRAS DA TELA DE PEDIDOS: TRANSICAO    *
      * VALIDA, COMPETENCIA DE COMISSAO AINDA ABERTA, TITULOS        *
      * GERADOS NO FATURAMENTO E CANCELADOS NO CANCELAMENTO, E       *
      * ESTOQUE BAIXADO OU LIBERADO. A NOTA FISCAL DO FATURAMENTO E  *
      * DO ERP, POR ISSO NENHUMA NOTA E EMITIDA AQUI: A SERIE, O     *
      * NUMERO E A DATA DA NOTA DO ERP FICAM NO PEDIDO, QUE ASSIM E  *
      * RECONHECIDO COMO FATURADO PELA CONCILIACAO MENSAL. PEDIDO    *
      * FATURADO POR VALOR DIFERENTE DO ENVIADO E LISTADO COMO       *
      * DIVERGENCIA NO RELATORIO RELIMPORTSTATUS, JUNTO COM AS       *
      * LINHAS REJEITADAS. E EXECUTADO COMO PASSO DO LOTE NOTURNO.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RET-STATUS    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-ITEM-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS IT-CHAVE
                  FILE STATUS   IS WI-FILE-STATUS.

           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PRD-COD-PRODUTO
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT ARQ-TITULO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE
                  ALTERNATE RECORD KEY IS TIT-COD-CLIENTE
                                WITH DUPLICATES
                  FILE STATUS   IS WB-FILE-STATUS.

           SELECT ARQ-FECHAMENTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FC-CHAVE
                  FILE STATUS   IS WM-FILE-STATUS.

           SELECT ARQ-COND-PAGTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CP-COD-CONDICAO
                  FILE STATUS   IS WN-FILE-STATUS.

           SELECT ARQ-MOVESTOQUE ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WE-FILE-STATUS.

           SELECT ARQ-NOTA-FISCAL ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NF-CHAVE
                  FILE STATUS   IS WA-FILE-STATUS.

           SELECT CTL-ERP-STATUS ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WK-FILE-STATUS.

           SELECT REL-STATUS    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WL-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RET-STATUS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'retErpPedido'.
       01  RET-STATUS-LINHA.
           03 RS-TIPO             PIC  X(001).
           03 RS-DADOS            PIC  X(091).

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-ITEM-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadItemPedido'.
       COPY "ITEMPEDIDO.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadProduto'.
       COPY "PRODUTO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-FECHAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadFechamentoComissao'.
       COPY "FECHAMENTOCOM.CPY".

       FD  ARQ-COND-PAGTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCondicaoPagamento'.
       COPY "CONDPAGTO.CPY".

       FD  ARQ-MOVESTOQUE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'movEstoque'.
       COPY "MOVESTOQUE.CPY".

       FD  ARQ-NOTA-FISCAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadNotaFiscal'.
       COPY "NOTAFISCAL.CPY".

      * ULTIMO ARQUIVO DE RETORNO IMPORTADO, PARA QUE O MESMO
      * ARQUIVO NAO SEJA PROCESSADO DUAS VEZES.
       FD  CTL-ERP-STATUS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ctlErpStatus'.
       01  CTL-ERP-STATUS-REG.
           03 CES-ULTIMA-SEQUENCIA PIC 9(006).
           03 CES-DATA-ARQUIVO    PIC  9(008).
           03 CES-DATA-IMPORTACAO PIC  9(008).

       FD  REL-STATUS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relImportStatus'.
       01  REL-STATUS-LINHA       PIC  X(080).

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WI-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WF-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WB-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WM-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WN-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WE-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WA-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WK-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
      * "S" QUANDO O PROGRAMA FOI CHAMADO PELO LOTE NOTURNO (VER
      * SS-MODO-LOTE EM SESSAO.CPY).
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
       77 W-FIM-IMPORTACAO        PIC  X(001) VALUE "N".
       77 W-DATA-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-ULTIMA-SEQUENCIA      PIC  9(006) VALUE ZEROS.

      * CONFERENCIA DO ARQUIVO, FEITA ANTES DE QUALQUER GRAVACAO.
       77 W-ARQUIVO-VALIDO        PIC  X(001) VALUE "S".
       77 W-MOTIVO-ARQUIVO        PIC  X(050) VALUE SPACES.
       77 W-TEM-HEADER            PIC  X(001) VALUE "N".
       77 W-TEM-TRAILER           PIC  X(001) VALUE "N".
       77 W-PRIMEIRA-LINHA        PIC  X(001) VALUE "S".
       77 W-QTD-DETALHES-LIDOS    PIC  9(007) VALUE ZEROS.

      * PEDIDO CORRENTE DO ARQUIVO, NOS MESMOS CAMPOS DA ALTERACAO
      * DE STATUS DA TELA DE PEDIDOS.
       77 W-MOTIVO-REJEICAO       PIC  X(040) VALUE SPACES.
       77 W-PERIODO-FECHADO       PIC  X(001) VALUE "N".
       77 W-TRANSICAO-VALIDA      PIC  X(001) VALUE "N".
       77 W-NOVO-STATUS           PIC  X(001) VALUE SPACES.
       77 W-PED-STATUS            PIC  X(001) VALUE SPACES.
       77 W-PED-COND-PAGTO        PIC  9(003) VALUE ZEROS.
       77 W-MOTIVO-CANC           PIC  X(040) VALUE SPACES.
       77 W-USUARIO-ESTOQUE       PIC  X(020) VALUE SPACES.

      * TITULOS DO FATURAMENTO (VER TITULO.CPY). O VALOR DOS TITULOS
      * E O FATURADO PELO ERP, QUE E O QUE O CLIENTE DEVE.
       77 W-DATA-FATURAMENTO      PIC  9(008) VALUE ZEROS.
       77 W-DATA-VENCIMENTO       PIC  9(008) VALUE ZEROS.
       77 W-DIAS-VENCIMENTO       PIC  9(007) VALUE ZEROS.
       77 W-VALOR-TITULOS         PIC  9(009)V9(002) VALUE ZEROS.
       77 W-VALOR-PARCELA         PIC  9(009)V9(002) VALUE ZEROS.
       77 W-SOMA-PARCELAS         PIC  9(009)V9(002) VALUE ZEROS.
       77 W-IND-PARCELA           PIC  9(002) VALUE ZEROS.
       77 W-QTD-PARCELAS          PIC  9(002) VALUE ZEROS.
       77 W-ACHOU-CONDICAO        PIC  X(001) VALUE "N".
       77 W-FIM-TITULO            PIC  X(001) VALUE "N".
       01  W-TABELA-PARCELAS.
           03 W-PARCELA OCCURS 12 TIMES.
              05 W-PARC-DIAS     PIC  9(003).
              05 W-PARC-PERCENTUAL PIC 9(003)V9(002).

      * ESTOQUE DOS ITENS DO PEDIDO (VER PRODUTO.CPY E
      * MOVESTOQUE.CPY).
       77 W-FIM-ITENS-PEDIDO      PIC  X(001) VALUE "N".
       77 W-IT-DISPONIVEL         PIC S9(007)V9(002) VALUE ZEROS.
       77 W-QTD-MOVIMENTO         PIC  9(007)V9(002) VALUE ZEROS.

      * TOTAIS DA IMPORTACAO.
       77 W-QTD-FATURADOS         PIC  9(007) VALUE ZEROS.
       77 W-QTD-ENTREGUES         PIC  9(007) VALUE ZEROS.
       77 W-QTD-CANCELADOS        PIC  9(007) VALUE ZEROS.
       77 W-QTD-REJEITADOS        PIC  9(007) VALUE ZEROS.
       77 W-QTD-DIVERGENTES       PIC  9(007) VALUE ZEROS.
       77 W-DIFERENCA             PIC S9(009)V9(002) VALUE ZEROS.
      * VALOR ENVIADO AO ERP NA INTERFACE DE PEDIDOS: ITENS MAIS O
      * FRETE DO PEDIDO.
       77 W-VALOR-ENVIADO         PIC  9(009)V9(002) VALUE ZEROS.

      * CAMPOS DAS LINHAS DO ARQUIVO DO ERP.
       01  W-RS-HEADER.
           03 W-RSH-DATA-ARQUIVO  PIC  9(008).
           03 W-RSH-SEQUENCIA     PIC  9(006).
           03 FILLER              PIC  X(077).
       01  W-RS-DETALHE.
           03 W-RSD-NUM-PEDIDO    PIC  9(007).
           03 W-RSD-NOVO-STATUS   PIC  X(001).
           03 W-RSD-DATA-EVENTO   PIC  9(008).
           03 W-RSD-VALOR-FATURADO PIC 9(009)V9(002).
           03 W-RSD-DATA-VENCIMENTO PIC 9(008).
           03 W-RSD-MOTIVO        PIC  X(040).
      * NOTA FISCAL EMITIDA PELO ERP NO FATURAMENTO (SO NO "F").
           03 W-RSD-SERIE-NF      PIC  X(003).
           03 W-RSD-NUM-NF        PIC  9(009).
           03 FILLER              PIC  X(004).
       01  W-RS-TRAILER.
           03 W-RST-QTD-DETALHES  PIC  9(007).
           03 FILLER              PIC  X(084).

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "RETORNO DE STATUS DE PEDIDOS DO ERP".

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
           03 FILLER              PIC  X(008) VALUE "PEDIDO".
           03 FILLER              PIC  X(003) VALUE "ST".
           03 FILLER              PIC  X(013) VALUE "SITUACAO".
           03 FILLER              PIC  X(056) VALUE
              "OCORRENCIA".

       01  W-REJ-DETALHE.
           03 W-REJ-D-PEDIDO      PIC  X(007).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-REJ-D-STATUS      PIC  X(001).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(012) VALUE "REJEITADO".
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-REJ-D-MOTIVO      PIC  X(040).

       01  W-DIV-DETALHE.
           03 W-DIV-D-PEDIDO      PIC  9999999.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-DIV-D-STATUS      PIC  X(001).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(012) VALUE "DIVERGENTE".
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-DIV-D-VALOR-PEDIDO PIC ZZZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-DIV-D-VALOR-FATURADO PIC ZZZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-DIV-D-DIFERENCA   PIC  -ZZZZZZZ9,99.

       01  W-LINHA-TOTAL.
           03 W-LT-DESCRICAO      PIC  X(030).
           03 W-LT-QUANTIDADE     PIC  ZZZZZZ9.

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE "STATUS DO ERP".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relImportStatus'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-MODO-LOTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE

           OPEN OUTPUT REL-STATUS

           WRITE REL-STATUS-LINHA FROM W-CABECALHO-1
           WRITE REL-STATUS-LINHA FROM W-CABECALHO-2
           MOVE SPACES TO REL-STATUS-LINHA
           WRITE REL-STATUS-LINHA

           PERFORM 050-LER-CONTROLE
           PERFORM 100-VALIDAR-ARQUIVO

           MOVE W-RSH-DATA-ARQUIVO TO W-L-DATA-ARQUIVO
           MOVE W-RSH-SEQUENCIA    TO W-L-SEQUENCIA
           WRITE REL-STATUS-LINHA FROM W-LINHA-ARQUIVO

           MOVE SPACES TO REL-STATUS-LINHA
           WRITE REL-STATUS-LINHA

           IF W-ARQUIVO-VALIDO EQUAL TO "S"
              WRITE REL-STATUS-LINHA FROM W-COLUNAS
              OPEN I-O ARQ-PEDIDO
              PERFORM 200-IMPORTAR-STATUS
              CLOSE ARQ-PEDIDO
              PERFORM 060-GRAVAR-CONTROLE
           ELSE
              MOVE W-MOTIVO-ARQUIVO TO W-REJ-A-MOTIVO
              WRITE REL-STATUS-LINHA FROM W-REJ-ARQUIVO
           END-IF

           PERFORM 300-IMPRIMIR-TOTAIS

           CLOSE REL-STATUS

           MOVE W-RSH-SEQUENCIA TO W-SPOOL-PARAMETROS
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
           END-IF

           MOVE SS-USUARIO TO W-USUARIO-ESTOQUE.

      * SEQUENCIAL DO ULTIMO ARQUIVO IMPORTADO (ZEROS SE NENHUM).
       050-LER-CONTROLE.
           MOVE ZEROS TO W-ULTIMA-SEQUENCIA

           OPEN INPUT CTL-ERP-STATUS

           IF WK-FILE-STATUS EQUAL "00"
              READ CTL-ERP-STATUS
              IF WK-FILE-STATUS EQUAL "00"
                 AND CES-ULTIMA-SEQUENCIA NUMERIC
                 MOVE CES-ULTIMA-SEQUENCIA TO W-ULTIMA-SEQUENCIA
              END-IF
              CLOSE CTL-ERP-STATUS
           END-IF

           MOVE "00" TO WK-FILE-STATUS.

       060-GRAVAR-CONTROLE.
           MOVE W-RSH-SEQUENCIA    TO CES-ULTIMA-SEQUENCIA
           MOVE W-RSH-DATA-ARQUIVO TO CES-DATA-ARQUIVO
           MOVE W-DATA-HOJE        TO CES-DATA-IMPORTACAO

           OPEN OUTPUT CTL-ERP-STATUS
           WRITE CTL-ERP-STATUS-REG
           CLOSE CTL-ERP-STATUS.

      * PRIMEIRA PASSAGEM: HEADER NA PRIMEIRA LINHA, TRAILER
      * PRESENTE, QUANTIDADE DE DETALHES IGUAL AO TRAILER E
      * SEQUENCIAL AINDA NAO IMPORTADO. SO ENTAO HA ATUALIZACAO.
       100-VALIDAR-ARQUIVO.
           MOVE "S"   TO W-ARQUIVO-VALIDO
           MOVE "N"   TO W-TEM-HEADER
           MOVE "N"   TO W-TEM-TRAILER
           MOVE "S"   TO W-PRIMEIRA-LINHA
           MOVE ZEROS TO W-QTD-DETALHES-LIDOS
           MOVE ZEROS TO W-RS-HEADER
           MOVE ZEROS TO W-RS-TRAILER
           MOVE "N"   TO W-FIM-IMPORTACAO

           OPEN INPUT RET-STATUS

           IF WR-FILE-STATUS NOT EQUAL TO "00"
              MOVE "N" TO W-ARQUIVO-VALIDO
              MOVE "ARQUIVO DE RETORNO DO ERP AUSENTE"
                TO W-MOTIVO-ARQUIVO
           ELSE
              READ RET-STATUS
                AT END MOVE "S" TO W-FIM-IMPORTACAO
              END-READ

              PERFORM 110-CONFERIR-LINHA UNTIL W-FIM-IMPORTACAO = "S"

              CLOSE RET-STATUS

              PERFORM 120-CONFERIR-TOTAIS
           END-IF.

       110-CONFERIR-LINHA.
           EVALUATE RS-TIPO
             WHEN "H"
                IF W-PRIMEIRA-LINHA EQUAL TO "S"
                   MOVE "S"      TO W-TEM-HEADER
                   MOVE RS-DADOS TO W-RS-HEADER
                END-IF
             WHEN "D"
                ADD 1 TO W-QTD-DETALHES-LIDOS
             WHEN "T"
                MOVE "S"      TO W-TEM-TRAILER
                MOVE RS-DADOS TO W-RS-TRAILER
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           MOVE "N" TO W-PRIMEIRA-LINHA

           READ RET-STATUS
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
             WHEN W-RSH-SEQUENCIA NOT NUMERIC
                OR W-RSH-DATA-ARQUIVO NOT NUMERIC
                OR W-RST-QTD-DETALHES NOT NUMERIC
                MOVE "N" TO W-ARQUIVO-VALIDO
                MOVE "HEADER OU TRAILER COM CAMPOS NAO NUMERICOS"
                  TO W-MOTIVO-ARQUIVO
             WHEN W-RST-QTD-DETALHES NOT EQUAL TO W-QTD-DETALHES-LIDOS
                MOVE "N" TO W-ARQUIVO-VALIDO
                MOVE "QTD DE DETALHES DIFERE DO TRAILER"
                  TO W-MOTIVO-ARQUIVO
             WHEN W-RSH-SEQUENCIA NOT GREATER THAN W-ULTIMA-SEQUENCIA
                MOVE "N" TO W-ARQUIVO-VALIDO
                MOVE "SEQUENCIAL JA IMPORTADO (ARQUIVO REPETIDO)"
                  TO W-MOTIVO-ARQUIVO
             WHEN OTHER
                CONTINUE
           END-EVALUATE.

      * SEGUNDA PASSAGEM: APLICA CADA LINHA NA ORDEM DO ARQUIVO, DE
      * MODO QUE UM PEDIDO FATURADO E ENTREGUE NO MESMO DIA PODE VIR
      * EM DUAS LINHAS (PRIMEIRO "F", DEPOIS "E").
       200-IMPORTAR-STATUS.
           MOVE "N" TO W-FIM-IMPORTACAO

           OPEN INPUT RET-STATUS

           READ RET-STATUS
             AT END MOVE "S" TO W-FIM-IMPORTACAO
           END-READ

           PERFORM 210-TRATAR-LINHA UNTIL W-FIM-IMPORTACAO = "S"

           CLOSE RET-STATUS.

       210-TRATAR-LINHA.
           IF RS-TIPO EQUAL TO "D"
              MOVE RS-DADOS TO W-RS-DETALHE
              PERFORM 220-IMPORTAR-UM-STATUS
           END-IF

           READ RET-STATUS
             AT END MOVE "S" TO W-FIM-IMPORTACAO
           END-READ.

       220-IMPORTAR-UM-STATUS.
           PERFORM 230-VALIDAR-DETALHE

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              PERFORM 250-GRAVAR-NOVO-STATUS
           END-IF

           IF W-MOTIVO-REJEICAO NOT EQUAL TO SPACES
              PERFORM 290-GRAVAR-REJEITADO
           END-IF.

      * CAMPOS DA LINHA, PEDIDO EXISTENTE, COMPETENCIA ABERTA E
      * TRANSICAO ACEITA PELA TELA DE PEDIDOS. O ERP SO INFORMA
      * FATURAMENTO, ENTREGA E CANCELAMENTO; A LIBERACAO DE PEDIDO
      * RETIDO CONTINUA SENDO DO SUPERVISOR.
       230-VALIDAR-DETALHE.
           MOVE SPACES TO W-MOTIVO-REJEICAO

           EVALUATE TRUE
             WHEN W-RSD-NUM-PEDIDO NOT NUMERIC
                  OR W-RSD-NUM-PEDIDO EQUAL TO ZEROS
                MOVE "NUMERO DE PEDIDO INVALIDO" TO W-MOTIVO-REJEICAO
             WHEN W-RSD-NOVO-STATUS NOT EQUAL TO "F"
                  AND W-RSD-NOVO-STATUS NOT EQUAL TO "E"
                  AND W-RSD-NOVO-STATUS NOT EQUAL TO "C"
                MOVE "STATUS INVALIDO (F, E OU C)" TO W-MOTIVO-REJEICAO
             WHEN W-RSD-DATA-EVENTO NOT NUMERIC
                MOVE "DATA DO EVENTO INVALIDA" TO W-MOTIVO-REJEICAO
             WHEN W-RSD-VALOR-FATURADO NOT NUMERIC
                MOVE "VALOR FATURADO INVALIDO" TO W-MOTIVO-REJEICAO
             WHEN W-RSD-DATA-VENCIMENTO NOT NUMERIC
                MOVE "DATA DE VENCIMENTO INVALIDA" TO W-MOTIVO-REJEICAO
             WHEN W-RSD-NOVO-STATUS EQUAL TO "F"
                  AND W-RSD-VALOR-FATURADO EQUAL TO ZEROS
                MOVE "FATURAMENTO SEM VALOR FATURADO"
                  TO W-MOTIVO-REJEICAO
             WHEN W-RSD-NOVO-STATUS EQUAL TO "F"
                  AND (W-RSD-NUM-NF NOT NUMERIC
                       OR W-RSD-NUM-NF EQUAL TO ZEROS)
                MOVE "FATURAMENTO SEM NUMERO DA NOTA FISCAL"
                  TO W-MOTIVO-REJEICAO
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              AND W-RSD-DATA-EVENTO GREATER THAN ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD(W-RSD-DATA-EVENTO)
                 NOT EQUAL ZEROS
                 MOVE "DATA DO EVENTO INVALIDA" TO W-MOTIVO-REJEICAO
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              AND W-RSD-DATA-VENCIMENTO GREATER THAN ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD(W-RSD-DATA-VENCIMENTO)
                 NOT EQUAL ZEROS
                 MOVE "DATA DE VENCIMENTO INVALIDA"
                   TO W-MOTIVO-REJEICAO
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              MOVE W-RSD-NUM-PEDIDO TO P-NUM-PEDIDO
              READ ARQ-PEDIDO RECORD KEY IS P-NUM-PEDIDO

              IF WP-FILE-STATUS NOT EQUAL TO "00"
                 MOVE "PEDIDO NAO CADASTRADO" TO W-MOTIVO-REJEICAO
              ELSE
                 PERFORM 240-SANEAR-PEDIDO
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              PERFORM 905-VERIFICAR-PERIODO-FECHADO
              IF W-PERIODO-FECHADO EQUAL TO "S"
                 MOVE "COMPETENCIA DE COMISSAO JA FECHADA"
                   TO W-MOTIVO-REJEICAO
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              MOVE W-RSD-NOVO-STATUS TO W-NOVO-STATUS
              PERFORM 910-VALIDAR-TRANSICAO
              IF W-TRANSICAO-VALIDA NOT EQUAL TO "S"
                 STRING "TRANSICAO INVALIDA: STATUS ATUAL "
                        DELIMITED BY SIZE
                        P-STATUS-PEDIDO DELIMITED BY SIZE
                   INTO W-MOTIVO-REJEICAO
                 END-STRING
              END-IF
           END-IF.

      * PEDIDO GRAVADO ANTES DOS CAMPOS DE STATUS, CONDICAO, NOTA OU
      * ROMANEIO VEM CURTO; SANEIA COMO A TELA DE PEDIDOS.
       240-SANEAR-PEDIDO.
           IF P-STATUS-PEDIDO EQUAL TO SPACES
              MOVE "D"    TO P-STATUS-PEDIDO
              MOVE SPACES TO P-MOTIVO-CANCELAMENTO
           END-IF

           IF P-COD-COND-PAGTO NOT NUMERIC
              MOVE ZEROS TO P-COD-COND-PAGTO
           END-IF

           IF P-NUM-NF NOT NUMERIC
              MOVE SPACES TO P-SERIE-NF
              MOVE ZEROS  TO P-NUM-NF, P-DATA-NF
           END-IF

           IF P-NUM-ROMANEIO NOT NUMERIC
              MOVE ZEROS TO P-NUM-ROMANEIO
           END-IF

           IF P-VALOR-FRETE NOT NUMERIC
              MOVE ZEROS TO P-VALOR-FRETE
           END-IF.

      * GRAVA O NOVO STATUS E FAZ O QUE A TELA DE PEDIDOS FARIA: O
      * FATURAMENTO GUARDA A NOTA DO ERP (DATADA DO EVENTO, COMO OS
      * TITULOS), GERA OS TITULOS E BAIXA O ESTOQUE; O CANCELAMENTO
      * CANCELA OS TITULOS E LIBERA O ESTOQUE DO PEDIDO AINDA NAO
      * FATURADO OU CANCELA A NOTA DO JA FATURADO.
       250-GRAVAR-NOVO-STATUS.
           MOVE P-STATUS-PEDIDO TO W-PED-STATUS
           MOVE W-NOVO-STATUS   TO P-STATUS-PEDIDO

           IF W-NOVO-STATUS EQUAL TO "F"
              MOVE W-RSD-SERIE-NF TO P-SERIE-NF
              MOVE W-RSD-NUM-NF   TO P-NUM-NF

              IF W-RSD-DATA-EVENTO EQUAL TO ZEROS
                 MOVE W-DATA-HOJE       TO P-DATA-NF
              ELSE
                 MOVE W-RSD-DATA-EVENTO TO P-DATA-NF
              END-IF
           END-IF

           IF W-NOVO-STATUS EQUAL TO "C"
              IF W-RSD-MOTIVO EQUAL TO SPACES
                 MOVE "CANCELADO PELO ERP" TO W-MOTIVO-CANC
              ELSE
                 MOVE W-RSD-MOTIVO TO W-MOTIVO-CANC
              END-IF
              MOVE W-MOTIVO-CANC TO P-MOTIVO-CANCELAMENTO
           END-IF

           REWRITE ARQ-PEDIDO-REG

           IF WP-FILE-STATUS NOT EQUAL TO "00"
              MOVE "ERRO NA GRAVACAO DO PEDIDO" TO W-MOTIVO-REJEICAO
           ELSE
              EVALUATE W-NOVO-STATUS
                WHEN "F"
                   PERFORM 930-GERAR-TITULO
                   PERFORM 950-MOVIMENTAR-ESTOQUE
                   ADD 1 TO W-QTD-FATURADOS
                   COMPUTE W-VALOR-ENVIADO =
                           P-VALOR-PEDIDO + P-VALOR-FRETE
                   IF W-RSD-VALOR-FATURADO NOT EQUAL TO W-VALOR-ENVIADO
                      PERFORM 280-GRAVAR-DIVERGENCIA
                   END-IF
                WHEN "C"
                   PERFORM 940-CANCELAR-TITULO
                   IF W-PED-STATUS EQUAL TO "D"
                      OR W-PED-STATUS EQUAL TO "L"
                      PERFORM 950-MOVIMENTAR-ESTOQUE
                   ELSE
                      PERFORM 995-CANCELAR-NOTA-FISCAL
                   END-IF
                   ADD 1 TO W-QTD-CANCELADOS
                WHEN OTHER
                   ADD 1 TO W-QTD-ENTREGUES
              END-EVALUATE
           END-IF.

       280-GRAVAR-DIVERGENCIA.
           COMPUTE W-DIFERENCA = W-RSD-VALOR-FATURADO - W-VALOR-ENVIADO

           MOVE P-NUM-PEDIDO         TO W-DIV-D-PEDIDO
           MOVE W-NOVO-STATUS        TO W-DIV-D-STATUS
           MOVE W-VALOR-ENVIADO      TO W-DIV-D-VALOR-PEDIDO
           MOVE W-RSD-VALOR-FATURADO TO W-DIV-D-VALOR-FATURADO
           MOVE W-DIFERENCA          TO W-DIV-D-DIFERENCA

           WRITE REL-STATUS-LINHA FROM W-DIV-DETALHE
           ADD 1 TO W-QTD-DIVERGENTES.

       290-GRAVAR-REJEITADO.
           MOVE RS-DADOS(1:7)     TO W-REJ-D-PEDIDO
           MOVE RS-DADOS(8:1)     TO W-REJ-D-STATUS
           MOVE W-MOTIVO-REJEICAO TO W-REJ-D-MOTIVO

           WRITE REL-STATUS-LINHA FROM W-REJ-DETALHE
           ADD 1 TO W-QTD-REJEITADOS.

       300-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-STATUS-LINHA
           WRITE REL-STATUS-LINHA

           MOVE "DETALHES NO ARQUIVO"      TO W-LT-DESCRICAO
           MOVE W-QTD-DETALHES-LIDOS       TO W-LT-QUANTIDADE
           WRITE REL-STATUS-LINHA FROM W-LINHA-TOTAL

           MOVE "PEDIDOS FATURADOS"        TO W-LT-DESCRICAO
           MOVE W-QTD-FATURADOS            TO W-LT-QUANTIDADE
           WRITE REL-STATUS-LINHA FROM W-LINHA-TOTAL

           MOVE "PEDIDOS ENTREGUES"        TO W-LT-DESCRICAO
           MOVE W-QTD-ENTREGUES            TO W-LT-QUANTIDADE
           WRITE REL-STATUS-LINHA FROM W-LINHA-TOTAL

           MOVE "PEDIDOS CANCELADOS"       TO W-LT-DESCRICAO
           MOVE W-QTD-CANCELADOS           TO W-LT-QUANTIDADE
           WRITE REL-STATUS-LINHA FROM W-LINHA-TOTAL

           MOVE "LINHAS REJEITADAS"        TO W-LT-DESCRICAO
           MOVE W-QTD-REJEITADOS           TO W-LT-QUANTIDADE
           WRITE REL-STATUS-LINHA FROM W-LINHA-TOTAL

           MOVE "FATURADOS COM DIVERGENCIA" TO W-LT-DESCRICAO
           MOVE W-QTD-DIVERGENTES          TO W-LT-QUANTIDADE
           WRITE REL-STATUS-LINHA FROM W-LINHA-TOTAL.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

      * MESMA REGRA DA TELA DE PEDIDOS: PEDIDO DATADO EM COMPETENCIA
      * JA FECHADA PELO FECHAMENTO DE COMISSAO NAO MUDA DE STATUS.
       905-VERIFICAR-PERIODO-FECHADO.
           MOVE "N" TO W-PERIODO-FECHADO

           OPEN INPUT ARQ-FECHAMENTO

           IF WM-FILE-STATUS EQUAL TO "00"
              MOVE P-DATA-PEDIDO(1:6) TO FC-ANO-MES
              MOVE ZEROS              TO FC-COD-VENDEDOR
              READ ARQ-FECHAMENTO RECORD KEY IS FC-CHAVE

              IF WM-FILE-STATUS EQUAL TO "00"
                 MOVE "S" TO W-PERIODO-FECHADO
              END-IF

              CLOSE ARQ-FECHAMENTO
           END-IF

           MOVE "00" TO WM-FILE-STATUS.

      * TRANSICOES DA TELA DE PEDIDOS QUE O ERP PODE INFORMAR:
      * DIGITADO -> FATURADO, FATURADO -> ENTREGUE, E CANCELAMENTO A
      * PARTIR DE AGUARDANDO LIBERACAO, DIGITADO OU FATURADO.
       910-VALIDAR-TRANSICAO.
           MOVE "N" TO W-TRANSICAO-VALIDA

           EVALUATE W-NOVO-STATUS
             WHEN "F"
                IF PEDIDO-DIGITADO
                   MOVE "S" TO W-TRANSICAO-VALIDA
                END-IF
             WHEN "E"
                IF PEDIDO-FATURADO
                   MOVE "S" TO W-TRANSICAO-VALIDA
                END-IF
             WHEN "C"
                IF PEDIDO-DIGITADO OR PEDIDO-FATURADO
                   OR PEDIDO-AGUARDANDO-LIBERACAO
                   MOVE "S" TO W-TRANSICAO-VALIDA
                END-IF
             WHEN OTHER
                CONTINUE
           END-EVALUATE.

      * CARREGA A CONDICAO DE PAGAMENTO DO PEDIDO E SUAS PARCELAS
      * PARA W-TABELA-PARCELAS. CADASTRO AUSENTE OU CODIGO
      * INEXISTENTE DEIXAM W-ACHOU-CONDICAO DESLIGADO.
       918-LER-CONDICAO.
           MOVE "N"   TO W-ACHOU-CONDICAO
           MOVE ZEROS TO W-QTD-PARCELAS

           OPEN INPUT ARQ-COND-PAGTO

           IF WN-FILE-STATUS EQUAL TO "00"
              MOVE W-PED-COND-PAGTO TO CP-COD-CONDICAO
              READ ARQ-COND-PAGTO RECORD KEY IS CP-COD-CONDICAO

              IF WN-FILE-STATUS EQUAL TO "00"
                 AND CP-QTD-PARCELAS GREATER THAN ZEROS
                 AND CP-QTD-PARCELAS NOT GREATER THAN 12
                 MOVE "S"             TO W-ACHOU-CONDICAO
                 MOVE CP-QTD-PARCELAS TO W-QTD-PARCELAS
                 MOVE CP-PARCELAS     TO W-TABELA-PARCELAS
              END-IF

              CLOSE ARQ-COND-PAGTO
           END-IF

           MOVE "00" TO WN-FILE-STATUS.

      * OS TITULOS SAO GERADOS COMO NA TELA DE PEDIDOS, UM POR
      * PARCELA DA CONDICAO DE PAGAMENTO, COM A DATA DO FATURAMENTO NO
      * ERP NO LUGAR DA DATA DO DIA E O VALOR FATURADO NO LUGAR DO
      * VALOR DO PEDIDO. PEDIDO SEM CONDICAO GERA O TITULO UNICO COM
      * O VENCIMENTO INFORMADO PELO ERP OU 28 DIAS.
       930-GERAR-TITULO.
           MOVE W-RSD-DATA-EVENTO     TO W-DATA-FATURAMENTO
           MOVE W-RSD-DATA-VENCIMENTO TO W-DATA-VENCIMENTO
           MOVE W-RSD-VALOR-FATURADO  TO W-VALOR-TITULOS
           MOVE "N"   TO W-ACHOU-CONDICAO
           MOVE ZEROS TO W-SOMA-PARCELAS

           IF W-DATA-FATURAMENTO EQUAL TO ZEROS
              MOVE W-DATA-HOJE TO W-DATA-FATURAMENTO
           END-IF

           IF P-COD-COND-PAGTO GREATER THAN ZEROS
              MOVE P-COD-COND-PAGTO TO W-PED-COND-PAGTO
              PERFORM 918-LER-CONDICAO
           END-IF

           OPEN I-O ARQ-TITULO

           IF W-ACHOU-CONDICAO EQUAL TO "S"
              PERFORM 935-GERAR-PARCELA
                VARYING W-IND-PARCELA FROM 1 BY 1
                UNTIL W-IND-PARCELA GREATER THAN W-QTD-PARCELAS
           ELSE
              IF W-DATA-VENCIMENTO EQUAL TO ZEROS
                 COMPUTE W-DIAS-VENCIMENTO =
                         FUNCTION INTEGER-OF-DATE(W-DATA-FATURAMENTO)
                         + 28
                 MOVE FUNCTION DATE-OF-INTEGER(W-DIAS-VENCIMENTO)
                   TO W-DATA-VENCIMENTO
              END-IF

              MOVE 1               TO W-IND-PARCELA
              MOVE W-VALOR-TITULOS TO W-VALOR-PARCELA
              PERFORM 937-GRAVAR-TITULO
           END-IF

           CLOSE ARQ-TITULO
           MOVE "00" TO WB-FILE-STATUS.

       935-GERAR-PARCELA.
           COMPUTE W-DIAS-VENCIMENTO =
                   FUNCTION INTEGER-OF-DATE(W-DATA-FATURAMENTO)
                   + W-PARC-DIAS(W-IND-PARCELA)
           MOVE FUNCTION DATE-OF-INTEGER(W-DIAS-VENCIMENTO)
             TO W-DATA-VENCIMENTO

           IF W-IND-PARCELA EQUAL TO W-QTD-PARCELAS
              COMPUTE W-VALOR-PARCELA =
                      W-VALOR-TITULOS - W-SOMA-PARCELAS
           ELSE
              COMPUTE W-VALOR-PARCELA ROUNDED =
                      W-VALOR-TITULOS
                      * W-PARC-PERCENTUAL(W-IND-PARCELA) / 100
           END-IF

           ADD W-VALOR-PARCELA TO W-SOMA-PARCELAS

           PERFORM 937-GRAVAR-TITULO.

       937-GRAVAR-TITULO.
           MOVE P-NUM-PEDIDO       TO TIT-NUM-PEDIDO
           MOVE W-IND-PARCELA      TO TIT-NUM-PARCELA
           MOVE P-COD-CLIENTE      TO TIT-COD-CLIENTE
           MOVE P-COD-VENDEDOR     TO TIT-COD-VENDEDOR
           MOVE W-DATA-FATURAMENTO TO TIT-DATA-EMISSAO
           MOVE W-DATA-VENCIMENTO  TO TIT-DATA-VENCIMENTO
           MOVE W-VALOR-PARCELA    TO TIT-VALOR
           MOVE ZEROS              TO TIT-VALOR-PAGO
           MOVE "A"                TO TIT-STATUS

           WRITE ARQ-TITULO-REG.

      * SO EXISTEM TITULOS SE O PEDIDO CHEGOU A SER FATURADO; PEDIDO
      * SEM TITULOS E IGNORADO. O CANCELAMENTO ALCANCA TODAS AS
      * PARCELAS DO PEDIDO.
       940-CANCELAR-TITULO.
           OPEN I-O ARQ-TITULO

           IF WB-FILE-STATUS EQUAL TO "00"
              MOVE "N"          TO W-FIM-TITULO
              MOVE P-NUM-PEDIDO TO TIT-NUM-PEDIDO
              MOVE ZEROS        TO TIT-NUM-PARCELA
              START ARQ-TITULO KEY IS NOT LESS THAN TIT-CHAVE

              IF WB-FILE-STATUS EQUAL TO "00"
                 READ ARQ-TITULO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-TITULO
                 END-READ
              ELSE
                 MOVE "S" TO W-FIM-TITULO
              END-IF

              PERFORM 945-CANCELAR-UMA-PARCELA
                UNTIL W-FIM-TITULO = "S"

              CLOSE ARQ-TITULO
           END-IF

           MOVE "00" TO WB-FILE-STATUS.

       945-CANCELAR-UMA-PARCELA.
           IF TIT-NUM-PEDIDO NOT EQUAL TO P-NUM-PEDIDO
              MOVE "S" TO W-FIM-TITULO
           ELSE
              MOVE "C" TO TIT-STATUS
              REWRITE ARQ-TITULO-REG

              READ ARQ-TITULO NEXT RECORD
                AT END MOVE "S" TO W-FIM-TITULO
              END-READ
           END-IF.

      * PERCORRE OS ITENS DO PEDIDO ATUALIZANDO O ESTOQUE CONFORME O
      * NOVO STATUS: "F" BAIXA, "C" LIBERA.
       950-MOVIMENTAR-ESTOQUE.
           OPEN I-O ARQ-ITEM-PEDIDO

           IF WI-FILE-STATUS EQUAL TO "00"
              OPEN I-O ARQ-PRODUTO
              OPEN EXTEND ARQ-MOVESTOQUE

              MOVE "N"          TO W-FIM-ITENS-PEDIDO
              MOVE P-NUM-PEDIDO TO IT-NUM-PEDIDO
              MOVE ZEROS        TO IT-SEQ-ITEM
              START ARQ-ITEM-PEDIDO KEY IS NOT LESS THAN IT-CHAVE

              IF WI-FILE-STATUS EQUAL TO "00"
                 READ ARQ-ITEM-PEDIDO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ITENS-PEDIDO
                 END-READ
              ELSE
                 MOVE "S" TO W-FIM-ITENS-PEDIDO
              END-IF

              PERFORM 951-MOVIMENTAR-UM-ITEM
                UNTIL W-FIM-ITENS-PEDIDO = "S"

              CLOSE ARQ-MOVESTOQUE
              CLOSE ARQ-PRODUTO
              CLOSE ARQ-ITEM-PEDIDO
           END-IF

           MOVE "00" TO WI-FILE-STATUS, WF-FILE-STATUS.

      * ITEM GRAVADO ANTES DO CONTROLE DE ESTOQUE VEM CURTO: NADA FOI
      * RESERVADO E A QUANTIDADE INTEIRA CONTA COMO PENDENTE.
       951-MOVIMENTAR-UM-ITEM.
           IF IT-NUM-PEDIDO NOT EQUAL TO P-NUM-PEDIDO
              MOVE "S" TO W-FIM-ITENS-PEDIDO
           ELSE
              IF IT-QTD-RESERVADA NOT NUMERIC
                 OR IT-QTD-PENDENTE NOT NUMERIC
                 MOVE ZEROS         TO IT-QTD-RESERVADA
                 MOVE IT-QUANTIDADE TO IT-QTD-PENDENTE
              END-IF

              MOVE IT-COD-PRODUTO TO PRD-COD-PRODUTO
              READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO

              IF WF-FILE-STATUS EQUAL TO "00"
                 PERFORM 960-SANEAR-ESTOQUE

                 IF W-NOVO-STATUS EQUAL TO "F"
                    PERFORM 952-BAIXAR-ITEM
                 ELSE
                    PERFORM 953-LIBERAR-ITEM
                 END-IF

                 REWRITE ARQ-ITEM-PEDIDO-REG
              END-IF

              READ ARQ-ITEM-PEDIDO NEXT RECORD
                AT END MOVE "S" TO W-FIM-ITENS-PEDIDO
              END-READ
           END-IF.

      * NO FATURAMENTO A PENDENCIA AINDA TENTA SER COBERTA PELO
      * DISPONIVEL DE HOJE; A RESERVA VIRA SAIDA DO FISICO E O ITEM
      * GUARDA EM IT-QTD-RESERVADA A QUANTIDADE BAIXADA.
       952-BAIXAR-ITEM.
           PERFORM 955-RESERVAR-PENDENTE

           IF IT-QTD-RESERVADA GREATER THAN ZEROS
              SUBTRACT IT-QTD-RESERVADA FROM PRD-QTD-ESTOQUE
              SUBTRACT IT-QTD-RESERVADA FROM PRD-QTD-RESERVADA
              REWRITE ARQ-PRODUTO-REG

              MOVE "S"              TO ME-TIPO
              MOVE "-"              TO ME-SENTIDO
              MOVE IT-QTD-RESERVADA TO W-QTD-MOVIMENTO
              PERFORM 970-GRAVAR-MOVTO-ESTOQUE
           END-IF.

      * O CANCELAMENTO DEVOLVE A RESERVA AO DISPONIVEL E ENCERRA A
      * PENDENCIA DO ITEM.
       953-LIBERAR-ITEM.
           IF IT-QTD-RESERVADA GREATER THAN ZEROS
              IF IT-QTD-RESERVADA GREATER THAN PRD-QTD-RESERVADA
                 MOVE ZEROS TO PRD-QTD-RESERVADA
              ELSE
                 SUBTRACT IT-QTD-RESERVADA FROM PRD-QTD-RESERVADA
              END-IF
              REWRITE ARQ-PRODUTO-REG

              MOVE "L"              TO ME-TIPO
              MOVE "-"              TO ME-SENTIDO
              MOVE IT-QTD-RESERVADA TO W-QTD-MOVIMENTO
              PERFORM 970-GRAVAR-MOVTO-ESTOQUE
           END-IF

           MOVE ZEROS TO IT-QTD-RESERVADA, IT-QTD-PENDENTE.

      * RESERVA PARA O ITEM O QUANTO DA PENDENCIA O DISPONIVEL DO
      * PRODUTO (FISICO - RESERVADO) COBRIR.
       955-RESERVAR-PENDENTE.
           COMPUTE W-IT-DISPONIVEL = PRD-QTD-ESTOQUE
                                   - PRD-QTD-RESERVADA

           IF IT-QTD-PENDENTE GREATER THAN ZEROS
              AND W-IT-DISPONIVEL GREATER THAN ZEROS
              IF IT-QTD-PENDENTE GREATER THAN W-IT-DISPONIVEL
                 MOVE W-IT-DISPONIVEL TO W-QTD-MOVIMENTO
              ELSE
                 MOVE IT-QTD-PENDENTE TO W-QTD-MOVIMENTO
              END-IF

              ADD      W-QTD-MOVIMENTO TO   IT-QTD-RESERVADA
              SUBTRACT W-QTD-MOVIMENTO FROM IT-QTD-PENDENTE
              ADD      W-QTD-MOVIMENTO TO   PRD-QTD-RESERVADA
              REWRITE ARQ-PRODUTO-REG

              MOVE "R" TO ME-TIPO
              MOVE "+" TO ME-SENTIDO
              PERFORM 970-GRAVAR-MOVTO-ESTOQUE
           END-IF.

      * PRODUTO GRAVADO ANTES DO CONTROLE DE ESTOQUE VEM CURTO E OS
      * CAMPOS DE SALDO VOLTAM EM BRANCO; SANEIA PARA ZEROS.
       960-SANEAR-ESTOQUE.
           IF PRD-ESTOQUE-MINIMO NOT NUMERIC
              MOVE ZEROS TO PRD-ESTOQUE-MINIMO
           END-IF

           IF PRD-QTD-ESTOQUE NOT NUMERIC
              MOVE ZEROS TO PRD-QTD-ESTOQUE
           END-IF

           IF PRD-QTD-RESERVADA NOT NUMERIC
              MOVE ZEROS TO PRD-QTD-RESERVADA
           END-IF.

      * APENSA AO RAZAO DE ESTOQUE O MOVIMENTO DO ITEM CORRENTE, COM
      * TIPO E SENTIDO JA MOVIDOS E A QUANTIDADE EM W-QTD-MOVIMENTO.
       970-GRAVAR-MOVTO-ESTOQUE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ME-DATA-HORA
           MOVE IT-COD-PRODUTO    TO ME-COD-PRODUTO
           MOVE W-QTD-MOVIMENTO   TO ME-QUANTIDADE
           MOVE IT-NUM-PEDIDO     TO ME-NUM-PEDIDO
           MOVE IT-SEQ-ITEM       TO ME-SEQ-ITEM
           MOVE PRD-QTD-ESTOQUE   TO ME-SALDO-ESTOQUE
           MOVE PRD-QTD-RESERVADA TO ME-SALDO-RESERVADO
           MOVE W-USUARIO-ESTOQUE TO ME-USUARIO
           MOVE "PEDIDO"          TO ME-DOCUMENTO

           WRITE ARQ-MOVESTOQUE-REG.

      * PEDIDO FATURADO PELA TELA TEM NOTA NO CADASTRO DE NOTAS, QUE
      * O CANCELAMENTO MARCA COMO CANCELADA; A NOTA DO FATURADO PELO
      * ERP NAO ESTA NO CADASTRO (OU A CHAVE E DE OUTRO PEDIDO) E NADA
      * E FEITO.
       995-CANCELAR-NOTA-FISCAL.
           IF P-NUM-NF GREATER THAN ZEROS
              OPEN I-O ARQ-NOTA-FISCAL

              IF WA-FILE-STATUS EQUAL TO "00"
                 MOVE P-SERIE-NF TO NF-SERIE
                 MOVE P-NUM-NF   TO NF-NUMERO
                 READ ARQ-NOTA-FISCAL RECORD KEY IS NF-CHAVE

                 IF WA-FILE-STATUS EQUAL TO "00"
                    AND NF-NUM-PEDIDO EQUAL TO P-NUM-PEDIDO
                    MOVE "C"           TO NF-STATUS
                    MOVE W-DATA-HOJE   TO NF-DATA-CANCELAMENTO
                    MOVE W-MOTIVO-CANC TO NF-MOTIVO-CANCELAMENTO
                    MOVE W-USUARIO-ESTOQUE
                      TO NF-USUARIO-CANCELAMENTO
                    REWRITE ARQ-NOTA-FISCAL-REG
                 END-IF

                 CLOSE ARQ-NOTA-FISCAL
              END-IF

              MOVE "00" TO WA-FILE-STATUS
           END-IF.

       END PROGRAM IMPORTSTATUSERP.
