       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GERACOBRANCA AS "GERACOBRANCA".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * ROTINA DIARIA DE COBRANCA: PERCORRE OS TITULOS EM ABERTO     *
      * VENCIDOS (VER TITULO.CPY) E APURA, POR CLIENTE, O MAIOR      *
      * ATRASO E O SALDO VENCIDO. O MAIOR ATRASO DEFINE O NIVEL DE   *
      * COBRANCA (VER COBRANCA.CPY):                                 *
      *   A PARTIR DE  5 DIAS - 1 LEMBRETE                           *
      *   A PARTIR DE 30 DIAS - 2 NOTIFICACAO FORMAL                 *
      *   A PARTIR DE 60 DIAS - 3 BLOQUEIO DE CREDITO                *
      * QUANDO O CLIENTE SOBE DE NIVEL E GERADO O AVISO DELE         *
      * (AVISOCOBRANCACCCCCCC) COM OS TITULOS VENCIDOS; O NIVEL FICA *
      * GRAVADO EM CADCOBRANCA PARA QUE O MESMO AVISO NAO SAIA DE    *
      * NOVO. CLIENTE QUE PAGOU E DESCEU DE NIVEL TEM O NIVEL        *
      * REBAIXADO SEM AVISO, E VOLTA A RECEBER SE SUBIR OUTRA VEZ.   *
      * O RESUMO DA APURACAO SAI EM RELCOBRANCA. E EXECUTADO COMO    *
      * PASSO DO LOTE NOTURNO, DEPOIS DA BAIXA BANCARIA.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TITULO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS TIT-CHAVE
                  ALTERNATE RECORD KEY IS TIT-COD-CLIENTE
                                WITH DUPLICATES
                  FILE STATUS   IS WB-FILE-STATUS.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT ARQ-COBRANCA  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CB-COD-CLIENTE
                  FILE STATUS   IS WG-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT TB-COBRANCA   ASSIGN TO DISK.

      * AVISO DO CLIENTE CORRENTE; O NOME E MONTADO EM
      * W-LABEL-AVISO COM O CODIGO DO CLIENTE.
           SELECT ARQ-AVISO     ASSIGN TO W-LABEL-AVISO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WA-FILE-STATUS.

           SELECT REL-COBRANCA  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

       FD  ARQ-COBRANCA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCobranca'.
       COPY "COBRANCA.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       SD  TB-COBRANCA.
       01  TC-COBRANCA-REG.
           03 TC-COD-CLIENTE      PIC  9(007).
           03 TC-DATA-VENCIMENTO  PIC  9(008).
           03 TC-NUM-PEDIDO       PIC  9(007).
           03 TC-NUM-PARCELA      PIC  9(002).
           03 TC-COD-VENDEDOR     PIC  9(003).
           03 TC-DATA-EMISSAO     PIC  9(008).
           03 TC-DIAS-ATRASO      PIC  9(005).
           03 TC-SALDO            PIC  9(009)V9(002).

       FD  ARQ-AVISO
           LABEL RECORD IS STANDARD.
       01  ARQ-AVISO-LINHA        PIC  X(080).

       FD  REL-COBRANCA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relCobranca'.
       01  REL-COBRANCA-LINHA     PIC  X(080).

       WORKING-STORAGE SECTION.
       77 WB-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WA-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
      * "S" QUANDO CHAMADO PELO LOTE NOTURNO (VER SESSAO.CPY).
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
       77 W-LABEL-AVISO           PIC  X(030) VALUE SPACES.
       77 W-FIM-ARQUIVO           PIC  X(001) VALUE "N".
       77 W-FIM-COBRANCA          PIC  X(001) VALUE "N".
       77 W-PRIMEIRO-REGISTRO     PIC  X(001) VALUE "S".
       77 W-DATA-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-DIAS-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-DIAS-ATRASO           PIC  9(008) VALUE ZEROS.

      * FAIXAS DE ATRASO (DIAS) DE CADA NIVEL DE COBRANCA.
       77 W-DIAS-LEMBRETE         PIC  9(005) VALUE 5.
       77 W-DIAS-NOTIFICACAO      PIC  9(005) VALUE 30.
       77 W-DIAS-BLOQUEIO         PIC  9(005) VALUE 60.

      * APURACAO DO CLIENTE CORRENTE.
       77 W-CLIENTE-ATUAL         PIC  9(007) VALUE ZEROS.
       77 W-VENDEDOR-ATUAL        PIC  9(003) VALUE ZEROS.
       77 W-MAIOR-ATRASO          PIC  9(005) VALUE ZEROS.
       77 W-SALDO-VENCIDO         PIC  9(011)V9(002) VALUE ZEROS.
       77 W-NIVEL-NOVO            PIC  9(001) VALUE ZEROS.
       77 W-NIVEL-ANTERIOR        PIC  9(001) VALUE ZEROS.
       77 W-ACHOU-COBRANCA        PIC  X(001) VALUE "N".
       77 W-EMITIU-AVISO          PIC  X(001) VALUE "N".

      * TITULOS VENCIDOS DO CLIENTE CORRENTE, LISTADOS NO AVISO.
       01  W-TABELA-VENCIDOS.
           03 W-VEN-REGISTRO      OCCURS 200 TIMES.
              05 W-VEN-NUM-PEDIDO     PIC 9(007).
              05 W-VEN-NUM-PARCELA    PIC 9(002).
              05 W-VEN-DATA-EMISSAO   PIC 9(008).
              05 W-VEN-DATA-VENCTO    PIC 9(008).
              05 W-VEN-DIAS-ATRASO    PIC 9(005).
              05 W-VEN-SALDO          PIC 9(009)V9(002).
       77 W-QTD-VENCIDOS          PIC  9(005) VALUE ZEROS.
       77 W-IDX-VENCIDO           PIC  9(005) VALUE ZEROS.

       77 W-QTD-CLIENTES          PIC  9(007) VALUE ZEROS.
       77 W-QTD-AVISOS            PIC  9(007) VALUE ZEROS.
       77 W-QTD-BLOQUEADOS        PIC  9(007) VALUE ZEROS.
       77 W-QTD-REGULARIZADOS     PIC  9(007) VALUE ZEROS.

      * TEXTO DE CADA NIVEL, NO AVISO E NO RESUMO.
       01  W-TEXTOS-NIVEL.
           03 FILLER              PIC  X(040) VALUE
              "EM DIA".
           03 FILLER              PIC  X(040) VALUE
              "LEMBRETE DE TITULOS VENCIDOS".
           03 FILLER              PIC  X(040) VALUE
              "NOTIFICACAO FORMAL DE DEBITO EM ATRASO".
           03 FILLER              PIC  X(040) VALUE
              "BLOQUEIO DE CREDITO POR ATRASO".
       01  W-TEXTOS-NIVEL-R REDEFINES W-TEXTOS-NIVEL.
           03 W-TEXTO-NIVEL       PIC  X(040) OCCURS 4 TIMES.

      * ORIENTACAO AO CLIENTE NO AVISO DE CADA NIVEL.
       01  W-MENSAGENS-NIVEL.
           03 FILLER              PIC  X(080) VALUE
              "SOLICITAMOS A GENTILEZA DE REGULARIZAR OS PAGAMENTOS.".
           03 FILLER              PIC  X(080) VALUE
              "FICA O CLIENTE NOTIFICADO DO DEBITO. SEM PAGAMENTO, O CRE
      -       "DITO SERA BLOQUEADO.".
           03 FILLER              PIC  X(080) VALUE
              "CREDITO BLOQUEADO: NOVOS PEDIDOS SUSPENSOS ATE A REGULARI
      -       "ZACAO DO DEBITO.".
       01  W-MENSAGENS-NIVEL-R REDEFINES W-MENSAGENS-NIVEL.
           03 W-MENSAGEM-NIVEL    PIC  X(080) OCCURS 3 TIMES.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(025) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "APURACAO DIARIA DE COBRANCA".

       01  W-CABECALHO-3.
           03 FILLER              PIC  X(018) VALUE
              "DATA DA APURACAO:".
           03 W-CAB-DATA          PIC  99999999.

       01  W-COLUNAS.
           03 FILLER              PIC  X(009) VALUE "CLIENTE".
           03 FILLER              PIC  X(004) VALUE "VEN".
           03 FILLER              PIC  X(006) VALUE "NIVEL".
           03 FILLER              PIC  X(007) VALUE "ANTER.".
           03 FILLER              PIC  X(007) VALUE " ATRASO".
           03 FILLER              PIC  X(006) VALUE " TIT.".
           03 FILLER              PIC  X(016) VALUE
              "  SALDO VENCIDO".
           03 FILLER              PIC  X(006) VALUE " AVISO".

       01  W-DETALHE.
           03 W-D-CLIENTE         PIC  ZZZZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-VENDEDOR        PIC  ZZ9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-D-NIVEL           PIC  9.
           03 FILLER              PIC  X(006) VALUE SPACES.
           03 W-D-NIVEL-ANTERIOR  PIC  9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-D-ATRASO          PIC  ZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-TITULOS         PIC  ZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-SALDO           PIC  ZZZZZZZZZZ9,99.
           03 FILLER              PIC  X(005) VALUE SPACES.
           03 W-D-AVISO           PIC  X(001).

       01  W-RODAPE-1.
           03 FILLER              PIC  X(030) VALUE
              "CLIENTES COM TITULO VENCIDO..:".
           03 W-R-CLIENTES        PIC  ZZZZZZ9.

       01  W-RODAPE-2.
           03 FILLER              PIC  X(030) VALUE
              "AVISOS EMITIDOS..............:".
           03 W-R-AVISOS          PIC  ZZZZZZ9.

       01  W-RODAPE-3.
           03 FILLER              PIC  X(030) VALUE
              "CLIENTES BLOQUEADOS..........:".
           03 W-R-BLOQUEADOS      PIC  ZZZZZZ9.

       01  W-RODAPE-4.
           03 FILLER              PIC  X(030) VALUE
              "CLIENTES REGULARIZADOS.......:".
           03 W-R-REGULARIZADOS   PIC  ZZZZZZ9.

      * LINHAS DO AVISO DE COBRANCA DO CLIENTE.
       01  W-AVI-TITULO.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 W-AVI-T-TEXTO       PIC  X(040).

       01  W-AVI-DATA.
           03 FILLER              PIC  X(006) VALUE "DATA:".
           03 W-AVI-D-DATA        PIC  99999999.
           03 FILLER              PIC  X(010) VALUE "   NIVEL:".
           03 W-AVI-D-NIVEL       PIC  9.

       01  W-AVI-CLIENTE.
           03 FILLER              PIC  X(009) VALUE "CLIENTE:".
           03 W-AVI-C-CODIGO      PIC  ZZZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-AVI-C-RAZAO       PIC  X(040).

       01  W-AVI-CNPJ.
           03 FILLER              PIC  X(009) VALUE "CNPJ...:".
           03 W-AVI-C-CNPJ        PIC  9(014).
           03 FILLER              PIC  X(014) VALUE "   VENDEDOR:".
           03 W-AVI-C-VENDEDOR    PIC  ZZ9.

       01  W-AVI-MENSAGEM-1.
           03 FILLER              PIC  X(080) VALUE
              "CONSTAM EM NOSSOS REGISTROS OS TITULOS ABAIXO, VENCIDOS E
      -       " NAO PAGOS.".

       01  W-AVI-MENSAGEM-2.
           03 W-AVI-M-TEXTO       PIC  X(080).

       01  W-AVI-COLUNAS.
           03 FILLER              PIC  X(013) VALUE "PEDIDO-PC".
           03 FILLER              PIC  X(010) VALUE "EMISSAO".
           03 FILLER              PIC  X(010) VALUE "VENCTO".
           03 FILLER              PIC  X(008) VALUE "  ATRASO".
           03 FILLER              PIC  X(015) VALUE "          SALDO".

       01  W-AVI-DETALHE.
           03 W-AVI-PEDIDO        PIC  ZZZZZZ9.
           03 FILLER              PIC  X(001) VALUE "-".
           03 W-AVI-PARCELA       PIC  99.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-AVI-EMISSAO       PIC  99999999.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-AVI-VENCIMENTO    PIC  99999999.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-AVI-ATRASO        PIC  ZZZZ9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-AVI-SALDO         PIC  ZZZZZZZZ9,99.

       01  W-AVI-TOTAL.
           03 FILLER              PIC  X(044) VALUE
              "TOTAL VENCIDO".
           03 W-AVI-T-SALDO       PIC  ZZZZZZZZZZ9,99.

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE "COBRANCA DIARIA".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relCobranca'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-MODO-LOTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE
           COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)

           PERFORM 050-ABRIR-COBRANCA

           SORT TB-COBRANCA
                ON ASCENDING KEY TC-COD-CLIENTE
                                 TC-DATA-VENCIMENTO
                                 TC-NUM-PEDIDO
                                 TC-NUM-PARCELA
                INPUT PROCEDURE 100-SELECIONAR-VENCIDOS
                OUTPUT PROCEDURE 200-APURAR-CLIENTES

           PERFORM 400-REGULARIZAR-CLIENTES

           CLOSE ARQ-COBRANCA

           MOVE W-DATA-HOJE TO W-SPOOL-PARAMETROS
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

      * NA PRIMEIRA EXECUCAO O CADASTRO DE COBRANCA AINDA NAO EXISTE
      * E E CRIADO VAZIO.
       050-ABRIR-COBRANCA.
           OPEN I-O ARQ-COBRANCA

           IF WG-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-COBRANCA
              CLOSE ARQ-COBRANCA
              OPEN I-O ARQ-COBRANCA
           END-IF.

      * TITULOS EM ABERTO, COM SALDO, VENCIDOS HA PELO MENOS OS DIAS
      * DO PRIMEIRO NIVEL (ATRASO MENOR NAO GERA COBRANCA).
       100-SELECIONAR-VENCIDOS.
           MOVE "N" TO W-FIM-ARQUIVO

           OPEN INPUT ARQ-TITULO

           IF WB-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-ARQUIVO
           ELSE
              READ ARQ-TITULO
                AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
           END-IF

           PERFORM 110-SELECIONAR-TITULO UNTIL W-FIM-ARQUIVO = "S"

           CLOSE ARQ-TITULO.

       110-SELECIONAR-TITULO.
           IF TITULO-ABERTO
              AND TIT-VALOR GREATER THAN TIT-VALOR-PAGO
              AND TIT-DATA-VENCIMENTO LESS THAN W-DATA-HOJE
              COMPUTE W-DIAS-ATRASO = W-DIAS-HOJE
                 - FUNCTION INTEGER-OF-DATE(TIT-DATA-VENCIMENTO)

              IF W-DIAS-ATRASO NOT LESS THAN W-DIAS-LEMBRETE
                 MOVE TIT-COD-CLIENTE     TO TC-COD-CLIENTE
                 MOVE TIT-DATA-VENCIMENTO TO TC-DATA-VENCIMENTO
                 MOVE TIT-NUM-PEDIDO      TO TC-NUM-PEDIDO
                 MOVE TIT-NUM-PARCELA     TO TC-NUM-PARCELA
                 MOVE TIT-COD-VENDEDOR    TO TC-COD-VENDEDOR
                 MOVE TIT-DATA-EMISSAO    TO TC-DATA-EMISSAO
                 MOVE W-DIAS-ATRASO       TO TC-DIAS-ATRASO
                 COMPUTE TC-SALDO = TIT-VALOR - TIT-VALOR-PAGO
                 RELEASE TC-COBRANCA-REG
              END-IF
           END-IF

           READ ARQ-TITULO
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       200-APURAR-CLIENTES.
           OPEN OUTPUT REL-COBRANCA
           OPEN INPUT  ARQ-CLIENTE
           MOVE "N" TO W-FIM-COBRANCA
           MOVE "S" TO W-PRIMEIRO-REGISTRO

           MOVE W-DATA-HOJE TO W-CAB-DATA
           WRITE REL-COBRANCA-LINHA FROM W-CABECALHO-1
           WRITE REL-COBRANCA-LINHA FROM W-CABECALHO-2
           WRITE REL-COBRANCA-LINHA FROM W-CABECALHO-3
           MOVE SPACES TO REL-COBRANCA-LINHA
           WRITE REL-COBRANCA-LINHA
           WRITE REL-COBRANCA-LINHA FROM W-COLUNAS

           RETURN TB-COBRANCA RECORD INTO TC-COBRANCA-REG
             AT END MOVE "S" TO W-FIM-COBRANCA
           END-RETURN

           PERFORM 220-ACUMULAR-TITULO UNTIL W-FIM-COBRANCA = "S"

           IF W-PRIMEIRO-REGISTRO = "N"
              PERFORM 300-FECHAR-CLIENTE
           END-IF

           CLOSE ARQ-CLIENTE.

       220-ACUMULAR-TITULO.
           IF W-PRIMEIRO-REGISTRO = "S"
              MOVE "N" TO W-PRIMEIRO-REGISTRO
              PERFORM 230-ABRIR-CLIENTE
           END-IF

           IF TC-COD-CLIENTE NOT EQUAL TO W-CLIENTE-ATUAL
              PERFORM 300-FECHAR-CLIENTE
              PERFORM 230-ABRIR-CLIENTE
           END-IF

           ADD TC-SALDO TO W-SALDO-VENCIDO
           MOVE TC-COD-VENDEDOR TO W-VENDEDOR-ATUAL

           IF TC-DIAS-ATRASO GREATER THAN W-MAIOR-ATRASO
              MOVE TC-DIAS-ATRASO TO W-MAIOR-ATRASO
           END-IF

           ADD 1 TO W-QTD-VENCIDOS

           IF W-QTD-VENCIDOS NOT GREATER THAN 200
              MOVE TC-NUM-PEDIDO
                TO W-VEN-NUM-PEDIDO(W-QTD-VENCIDOS)
              MOVE TC-NUM-PARCELA
                TO W-VEN-NUM-PARCELA(W-QTD-VENCIDOS)
              MOVE TC-DATA-EMISSAO
                TO W-VEN-DATA-EMISSAO(W-QTD-VENCIDOS)
              MOVE TC-DATA-VENCIMENTO
                TO W-VEN-DATA-VENCTO(W-QTD-VENCIDOS)
              MOVE TC-DIAS-ATRASO
                TO W-VEN-DIAS-ATRASO(W-QTD-VENCIDOS)
              MOVE TC-SALDO
                TO W-VEN-SALDO(W-QTD-VENCIDOS)
           END-IF

           RETURN TB-COBRANCA RECORD INTO TC-COBRANCA-REG
             AT END MOVE "S" TO W-FIM-COBRANCA
           END-RETURN.

       230-ABRIR-CLIENTE.
           MOVE TC-COD-CLIENTE TO W-CLIENTE-ATUAL
           MOVE ZEROS TO W-MAIOR-ATRASO
           MOVE ZEROS TO W-SALDO-VENCIDO
           MOVE ZEROS TO W-QTD-VENCIDOS
           ADD 1 TO W-QTD-CLIENTES.

      * FECHA A APURACAO DO CLIENTE: DEFINE O NIVEL PELO MAIOR
      * ATRASO, COMPARA COM O NIVEL JA GRAVADO E SO EMITE AVISO
      * QUANDO O CLIENTE SOBE DE NIVEL.
       300-FECHAR-CLIENTE.
           EVALUATE TRUE
             WHEN W-MAIOR-ATRASO NOT LESS THAN W-DIAS-BLOQUEIO
                MOVE 3 TO W-NIVEL-NOVO
             WHEN W-MAIOR-ATRASO NOT LESS THAN W-DIAS-NOTIFICACAO
                MOVE 2 TO W-NIVEL-NOVO
             WHEN OTHER
                MOVE 1 TO W-NIVEL-NOVO
           END-EVALUATE

           MOVE "N"   TO W-EMITIU-AVISO
           MOVE "N"   TO W-ACHOU-COBRANCA
           MOVE ZEROS TO W-NIVEL-ANTERIOR

           MOVE W-CLIENTE-ATUAL TO CB-COD-CLIENTE
           READ ARQ-COBRANCA RECORD KEY IS CB-COD-CLIENTE

           IF WG-FILE-STATUS EQUAL TO "00"
              MOVE "S"      TO W-ACHOU-COBRANCA
              MOVE CB-NIVEL TO W-NIVEL-ANTERIOR
           END-IF

           IF W-NIVEL-NOVO GREATER THAN W-NIVEL-ANTERIOR
              PERFORM 320-EMITIR-AVISO
              MOVE W-DATA-HOJE TO CB-DATA-NIVEL
           ELSE
              IF W-NIVEL-NOVO LESS THAN W-NIVEL-ANTERIOR
                 MOVE W-DATA-HOJE TO CB-DATA-NIVEL
              END-IF
           END-IF

           MOVE W-CLIENTE-ATUAL  TO CB-COD-CLIENTE
           MOVE W-NIVEL-NOVO     TO CB-NIVEL
           MOVE W-MAIOR-ATRASO   TO CB-DIAS-ATRASO
           MOVE W-SALDO-VENCIDO  TO CB-SALDO-VENCIDO
           MOVE W-QTD-VENCIDOS   TO CB-QTD-TITULOS
           MOVE W-VENDEDOR-ATUAL TO CB-COD-VENDEDOR
           MOVE W-DATA-HOJE      TO CB-DATA-APURACAO

           IF W-ACHOU-COBRANCA EQUAL TO "S"
              REWRITE ARQ-COBRANCA-REG
           ELSE
              WRITE ARQ-COBRANCA-REG
           END-IF

           IF COBRANCA-BLOQUEIO
              ADD 1 TO W-QTD-BLOQUEADOS
           END-IF

           MOVE W-CLIENTE-ATUAL  TO W-D-CLIENTE
           MOVE W-VENDEDOR-ATUAL TO W-D-VENDEDOR
           MOVE W-NIVEL-NOVO     TO W-D-NIVEL
           MOVE W-NIVEL-ANTERIOR TO W-D-NIVEL-ANTERIOR
           MOVE W-MAIOR-ATRASO   TO W-D-ATRASO
           MOVE W-QTD-VENCIDOS   TO W-D-TITULOS
           MOVE W-SALDO-VENCIDO  TO W-D-SALDO
           MOVE W-EMITIU-AVISO   TO W-D-AVISO
           WRITE REL-COBRANCA-LINHA FROM W-DETALHE.

      * AVISO DO CLIENTE (AVISOCOBRANCACCCCCCC): TEXTO DO NIVEL,
      * DADOS DO CLIENTE E A LISTA DOS TITULOS VENCIDOS.
       320-EMITIR-AVISO.
           MOVE SPACES TO W-LABEL-AVISO
           STRING "avisoCobranca"
                  W-CLIENTE-ATUAL
                  DELIMITED BY SIZE
                  INTO W-LABEL-AVISO

           OPEN OUTPUT ARQ-AVISO

           MOVE SPACES TO W-AVI-C-RAZAO
           MOVE ZEROS  TO W-AVI-C-CNPJ
           MOVE W-CLIENTE-ATUAL TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

           IF WC-FILE-STATUS EQUAL TO "00"
              MOVE RAZAO-SOCIAL TO W-AVI-C-RAZAO
              MOVE CNPJ         TO W-AVI-C-CNPJ
           ELSE
              MOVE "** CLIENTE NAO CADASTRADO **" TO W-AVI-C-RAZAO
           END-IF

           MOVE W-TEXTO-NIVEL(W-NIVEL-NOVO + 1) TO W-AVI-T-TEXTO
           MOVE W-DATA-HOJE      TO W-AVI-D-DATA
           MOVE W-NIVEL-NOVO     TO W-AVI-D-NIVEL
           MOVE W-CLIENTE-ATUAL  TO W-AVI-C-CODIGO
           MOVE W-VENDEDOR-ATUAL TO W-AVI-C-VENDEDOR

           WRITE ARQ-AVISO-LINHA FROM W-CABECALHO-1
           WRITE ARQ-AVISO-LINHA FROM W-AVI-TITULO
           WRITE ARQ-AVISO-LINHA FROM W-AVI-DATA
           MOVE SPACES TO ARQ-AVISO-LINHA
           WRITE ARQ-AVISO-LINHA
           WRITE ARQ-AVISO-LINHA FROM W-AVI-CLIENTE
           WRITE ARQ-AVISO-LINHA FROM W-AVI-CNPJ
           MOVE SPACES TO ARQ-AVISO-LINHA
           WRITE ARQ-AVISO-LINHA
           WRITE ARQ-AVISO-LINHA FROM W-AVI-MENSAGEM-1

           MOVE W-MENSAGEM-NIVEL(W-NIVEL-NOVO) TO W-AVI-M-TEXTO

           WRITE ARQ-AVISO-LINHA FROM W-AVI-MENSAGEM-2
           MOVE SPACES TO ARQ-AVISO-LINHA
           WRITE ARQ-AVISO-LINHA
           WRITE ARQ-AVISO-LINHA FROM W-AVI-COLUNAS

           MOVE ZEROS TO W-IDX-VENCIDO

           PERFORM 330-IMPRIMIR-VENCIDO
             UNTIL W-IDX-VENCIDO = W-QTD-VENCIDOS
                OR W-IDX-VENCIDO = 200

           MOVE W-SALDO-VENCIDO TO W-AVI-T-SALDO
           MOVE SPACES TO ARQ-AVISO-LINHA
           WRITE ARQ-AVISO-LINHA
           WRITE ARQ-AVISO-LINHA FROM W-AVI-TOTAL

           CLOSE ARQ-AVISO

           MOVE "S" TO W-EMITIU-AVISO
           ADD 1 TO W-QTD-AVISOS.

       330-IMPRIMIR-VENCIDO.
           ADD 1 TO W-IDX-VENCIDO

           MOVE W-VEN-NUM-PEDIDO(W-IDX-VENCIDO)   TO W-AVI-PEDIDO
           MOVE W-VEN-NUM-PARCELA(W-IDX-VENCIDO)  TO W-AVI-PARCELA
           MOVE W-VEN-DATA-EMISSAO(W-IDX-VENCIDO) TO W-AVI-EMISSAO
           MOVE W-VEN-DATA-VENCTO(W-IDX-VENCIDO)  TO W-AVI-VENCIMENTO
           MOVE W-VEN-DIAS-ATRASO(W-IDX-VENCIDO)  TO W-AVI-ATRASO
           MOVE W-VEN-SALDO(W-IDX-VENCIDO)        TO W-AVI-SALDO

           WRITE ARQ-AVISO-LINHA FROM W-AVI-DETALHE.

      * CLIENTE COM NIVEL GRAVADO QUE NAO APARECEU NA APURACAO DE
      * HOJE NAO TEM MAIS TITULO VENCIDO: VOLTA PARA "EM DIA".
       400-REGULARIZAR-CLIENTES.
           MOVE "N" TO W-FIM-ARQUIVO

           MOVE LOW-VALUES TO CB-COD-CLIENTE
           START ARQ-COBRANCA KEY IS NOT LESS THAN CB-COD-CLIENTE

           IF WG-FILE-STATUS EQUAL TO "00"
              READ ARQ-COBRANCA NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
           ELSE
              MOVE "S" TO W-FIM-ARQUIVO
           END-IF

           PERFORM 410-REGULARIZAR-UM-CLIENTE
             UNTIL W-FIM-ARQUIVO = "S"

           MOVE SPACES TO REL-COBRANCA-LINHA
           WRITE REL-COBRANCA-LINHA
           MOVE W-QTD-CLIENTES      TO W-R-CLIENTES
           MOVE W-QTD-AVISOS        TO W-R-AVISOS
           MOVE W-QTD-BLOQUEADOS    TO W-R-BLOQUEADOS
           MOVE W-QTD-REGULARIZADOS TO W-R-REGULARIZADOS
           WRITE REL-COBRANCA-LINHA FROM W-RODAPE-1
           WRITE REL-COBRANCA-LINHA FROM W-RODAPE-2
           WRITE REL-COBRANCA-LINHA FROM W-RODAPE-3
           WRITE REL-COBRANCA-LINHA FROM W-RODAPE-4

           CLOSE REL-COBRANCA.

       410-REGULARIZAR-UM-CLIENTE.
           IF CB-DATA-APURACAO NOT EQUAL TO W-DATA-HOJE
              AND NOT COBRANCA-EM-DIA
              MOVE ZEROS       TO CB-NIVEL
              MOVE W-DATA-HOJE TO CB-DATA-NIVEL
              MOVE ZEROS       TO CB-DIAS-ATRASO
              MOVE ZEROS       TO CB-SALDO-VENCIDO
              MOVE ZEROS       TO CB-QTD-TITULOS
              MOVE W-DATA-HOJE TO CB-DATA-APURACAO
              REWRITE ARQ-COBRANCA-REG
              ADD 1 TO W-QTD-REGULARIZADOS
           END-IF

           READ ARQ-COBRANCA NEXT RECORD
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM GERACOBRANCA.
