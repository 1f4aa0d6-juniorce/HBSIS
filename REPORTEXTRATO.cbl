       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REPORTEXTRATO AS "REPORTEXTRATO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * EXTRATO DE CONTA DO CLIENTE: TITULOS EMITIDOS (DEBITO, VER   *
      * TITULO.CPY) E PAGAMENTOS RECEBIDOS (CREDITO, DO RAZAO DE     *
      * MOVIMENTOS MOVTITULO.CPY) EM ORDEM DE DATA, COM O SALDO      *
      * CORRENTE. OS MOVIMENTOS ANTERIORES A DATA INICIAL FORMAM O   *
      * SALDO ANTERIOR; OS POSTERIORES A DATA FINAL SAO IGNORADOS    *
      * (ZEROS = SEM LIMITE). FILTRO POR CLIENTE OU, COM CLIENTE     *
      * ZERADO, POR TODOS OS CLIENTES DE UM VENDEDOR (VENDEDOR DO    *
      * TITULO), PARA A VISITA DE COBRANCA. TITULOS CANCELADOS NAO   *
      * ENTRAM COMO DEBITO. AS NOTAS DE CREDITO DE DEVOLUCAO ENTRAM  *
      * COMO CREDITO; SALDO NEGATIVO E REEMBOLSO DEVIDO AO CLIENTE.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TITULO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE
                  ALTERNATE RECORD KEY IS TIT-COD-CLIENTE
                                WITH DUPLICATES
                  FILE STATUS   IS WB-FILE-STATUS.

           SELECT ARQ-MOVTITULO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WM-FILE-STATUS.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT TB-EXTRATO    ASSIGN TO DISK.

           SELECT REL-EXTRATO   ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-MOVTITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'movTitulo'.
       COPY "MOVTITULO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

      * TE-TIPO ORDENA, NA MESMA DATA, A EMISSAO ANTES DO PAGAMENTO.
       SD  TB-EXTRATO.
       01  TE-EXTRATO-REG.
           03 TE-COD-CLIENTE      PIC  9(007).
           03 TE-DATA             PIC  9(008).
           03 TE-TIPO             PIC  X(001).
           03 TE-NUM-PEDIDO       PIC  9(007).
           03 TE-NUM-PARCELA      PIC  9(002).
           03 TE-DATA-VENCIMENTO  PIC  9(008).
           03 TE-VALOR            PIC  9(009)V9(002).
           03 TE-ORIGEM           PIC  X(001).

       FD  REL-EXTRATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relExtrato'.
       01  REL-EXTRATO-LINHA      PIC  X(080).

       WORKING-STORAGE SECTION.
       77 WB-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WM-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-FIM-ARQUIVO           PIC  X(001) VALUE "N".
       77 W-FIM-EXTRATO           PIC  X(001) VALUE "N".
       77 W-DATA-FINAL-EFETIVA    PIC  9(008) VALUE ZEROS.
       77 W-PRIMEIRO-REGISTRO     PIC  X(001) VALUE "S".
       77 W-CLIENTE-ATUAL         PIC  9(007) VALUE ZEROS.
      * "S" DEPOIS QUE A LINHA DE SALDO ANTERIOR DO CLIENTE SAIU.
       77 W-SALDO-ANTERIOR-IMPRESSO PIC X(001) VALUE "N".
       77 W-SALDO-CLIENTE         PIC S9(011)V9(002) VALUE ZEROS.
       77 W-QTD-CLIENTES          PIC  9(007) VALUE ZEROS.
       77 W-QTD-LANCAMENTOS       PIC  9(007) VALUE ZEROS.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(025) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "EXTRATO DE CONTA DO CLIENTE".

       01  W-CABECALHO-3.
           03 FILLER              PIC  X(009) VALUE "PERIODO:".
           03 W-CAB-DATA-INICIAL  PIC  99999999.
           03 FILLER              PIC  X(003) VALUE " A ".
           03 W-CAB-DATA-FINAL    PIC  99999999.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 FILLER              PIC  X(010) VALUE "VENDEDOR:".
           03 W-CAB-VENDEDOR      PIC  ZZ9.

       01  W-LINHA-CLIENTE.
           03 FILLER              PIC  X(009) VALUE "CLIENTE:".
           03 W-LC-CODIGO         PIC  ZZZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-LC-RAZAO-SOCIAL   PIC  X(040).

       01  W-COLUNAS.
           03 FILLER              PIC  X(009) VALUE "DATA".
           03 FILLER              PIC  X(013) VALUE "HISTORICO".
           03 FILLER              PIC  X(011) VALUE "PEDIDO-PC".
           03 FILLER              PIC  X(009) VALUE "VENCTO".
           03 FILLER              PIC  X(012) VALUE "     DEBITO".
           03 FILLER              PIC  X(012) VALUE "    CREDITO".
           03 FILLER              PIC  X(012) VALUE "       SALDO".

       01  W-DETALHE.
           03 W-D-DATA            PIC  99999999.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-HISTORICO       PIC  X(013).
           03 W-D-PEDIDO          PIC  ZZZZZZ9.
           03 W-D-TRACO           PIC  X(001).
           03 W-D-PARCELA         PIC  99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-VENCIMENTO      PIC  99999999.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-DEBITO          PIC  ZZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-CREDITO         PIC  ZZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-SALDO           PIC  -ZZZZZZZ9,99.

       01  W-LINHA-SALDO.
           03 FILLER              PIC  X(009) VALUE SPACES.
           03 W-LS-DESCRICAO      PIC  X(057).
           03 W-LS-SALDO          PIC  -ZZZZZZZ9,99.

       01  W-RODAPE.
           03 FILLER              PIC  X(022) VALUE
              "CLIENTES NO EXTRATO..:".
           03 W-R-CLIENTES        PIC  ZZZZZZ9.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 FILLER              PIC  X(014) VALUE "LANCAMENTOS..:".
           03 W-R-LANCAMENTOS     PIC  ZZZZZZ9.

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE "EXTRATO CLIENTE".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relExtrato'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       LINKAGE SECTION.
       01  L-COD-CLIENTE          PIC  9(007).
       01  L-COD-VENDEDOR         PIC  9(003).
       01  L-DATA-INICIAL         PIC  9(008).
       01  L-DATA-FINAL           PIC  9(008).

       PROCEDURE DIVISION USING L-COD-CLIENTE, L-COD-VENDEDOR,
                                L-DATA-INICIAL, L-DATA-FINAL.
       000-INICIO.
      * DATA FINAL ZERADA SIGNIFICA "SEM LIMITE SUPERIOR".
           IF L-DATA-FINAL EQUAL TO ZEROS
              MOVE 99999999 TO W-DATA-FINAL-EFETIVA
           ELSE
              MOVE L-DATA-FINAL TO W-DATA-FINAL-EFETIVA
           END-IF

           SORT TB-EXTRATO
                ON ASCENDING KEY TE-COD-CLIENTE
                                 TE-DATA
                                 TE-TIPO
                                 TE-NUM-PEDIDO
                                 TE-NUM-PARCELA
                INPUT PROCEDURE 100-SELECIONAR-LANCAMENTOS
                OUTPUT PROCEDURE 200-IMPRIMIR-EXTRATO

           STRING L-COD-CLIENTE " " L-COD-VENDEDOR " "
                  L-DATA-INICIAL " " L-DATA-FINAL
                  DELIMITED BY SIZE INTO W-SPOOL-PARAMETROS
           PERFORM 900-REGISTRAR-SPOOL

           CHAIN "MENU".

      * TITULOS EMITIDOS E PAGAMENTOS DO RAZAO QUE PASSAM NO FILTRO
      * DE CLIENTE/VENDEDOR E NAO SAO POSTERIORES A DATA FINAL. COM
      * CLIENTE INFORMADO, SO OS TITULOS DELE SAO LIDOS, PELA CHAVE
      * ALTERNADA.
       100-SELECIONAR-LANCAMENTOS.
           MOVE "N" TO W-FIM-ARQUIVO

           OPEN INPUT ARQ-TITULO

           IF WB-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-ARQUIVO
           ELSE
              IF L-COD-CLIENTE NOT EQUAL TO ZEROS
                 MOVE L-COD-CLIENTE TO TIT-COD-CLIENTE
                 START ARQ-TITULO KEY IS EQUAL TO TIT-COD-CLIENTE

                 IF WB-FILE-STATUS NOT EQUAL "00"
                    MOVE "S" TO W-FIM-ARQUIVO
                 END-IF
              END-IF

              IF W-FIM-ARQUIVO NOT EQUAL "S"
                 PERFORM 105-LER-TITULO
              END-IF
           END-IF

           PERFORM 110-SELECIONAR-TITULO UNTIL W-FIM-ARQUIVO = "S"

           CLOSE ARQ-TITULO

           MOVE "N" TO W-FIM-ARQUIVO

           OPEN INPUT ARQ-MOVTITULO

           IF WM-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-ARQUIVO
           ELSE
              READ ARQ-MOVTITULO
                AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
           END-IF

           PERFORM 120-SELECIONAR-MOVIMENTO UNTIL W-FIM-ARQUIVO = "S"

           CLOSE ARQ-MOVTITULO.

       105-LER-TITULO.
           READ ARQ-TITULO NEXT RECORD
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ

           IF W-FIM-ARQUIVO NOT EQUAL "S"
              AND L-COD-CLIENTE NOT EQUAL TO ZEROS
              AND TIT-COD-CLIENTE NOT EQUAL TO L-COD-CLIENTE
              MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       110-SELECIONAR-TITULO.
           IF NOT TITULO-CANCELADO
              AND TIT-DATA-EMISSAO NOT GREATER THAN W-DATA-FINAL-EFETIVA
              AND (L-COD-CLIENTE EQUAL TO ZEROS
                   OR TIT-COD-CLIENTE EQUAL TO L-COD-CLIENTE)
              AND (L-COD-VENDEDOR EQUAL TO ZEROS
                   OR L-COD-CLIENTE NOT EQUAL TO ZEROS
                   OR TIT-COD-VENDEDOR EQUAL TO L-COD-VENDEDOR)
              MOVE TIT-COD-CLIENTE     TO TE-COD-CLIENTE
              MOVE TIT-DATA-EMISSAO    TO TE-DATA
              MOVE "1"                 TO TE-TIPO
              MOVE TIT-NUM-PEDIDO      TO TE-NUM-PEDIDO
              MOVE TIT-NUM-PARCELA     TO TE-NUM-PARCELA
              MOVE TIT-DATA-VENCIMENTO TO TE-DATA-VENCIMENTO
              MOVE TIT-VALOR           TO TE-VALOR
              MOVE SPACES              TO TE-ORIGEM
              RELEASE TE-EXTRATO-REG
           END-IF

           PERFORM 105-LER-TITULO.

       120-SELECIONAR-MOVIMENTO.
           IF MT-DATA-MOVIMENTO NOT GREATER THAN W-DATA-FINAL-EFETIVA
              AND (L-COD-CLIENTE EQUAL TO ZEROS
                   OR MT-COD-CLIENTE EQUAL TO L-COD-CLIENTE)
              AND (L-COD-VENDEDOR EQUAL TO ZEROS
                   OR L-COD-CLIENTE NOT EQUAL TO ZEROS
                   OR MT-COD-VENDEDOR EQUAL TO L-COD-VENDEDOR)
              MOVE MT-COD-CLIENTE      TO TE-COD-CLIENTE
              MOVE MT-DATA-MOVIMENTO   TO TE-DATA
              MOVE "2"                 TO TE-TIPO
              MOVE MT-NUM-PEDIDO       TO TE-NUM-PEDIDO
              MOVE MT-NUM-PARCELA      TO TE-NUM-PARCELA
              MOVE ZEROS               TO TE-DATA-VENCIMENTO
              MOVE MT-VALOR            TO TE-VALOR
              MOVE MT-ORIGEM           TO TE-ORIGEM
              RELEASE TE-EXTRATO-REG
           END-IF

           READ ARQ-MOVTITULO
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       200-IMPRIMIR-EXTRATO.
           OPEN OUTPUT REL-EXTRATO
           OPEN INPUT  ARQ-CLIENTE
           MOVE "N" TO W-FIM-EXTRATO
           MOVE "S" TO W-PRIMEIRO-REGISTRO

           MOVE L-DATA-INICIAL       TO W-CAB-DATA-INICIAL
           MOVE L-DATA-FINAL         TO W-CAB-DATA-FINAL
           MOVE L-COD-VENDEDOR       TO W-CAB-VENDEDOR

           WRITE REL-EXTRATO-LINHA FROM W-CABECALHO-1
           WRITE REL-EXTRATO-LINHA FROM W-CABECALHO-2
           WRITE REL-EXTRATO-LINHA FROM W-CABECALHO-3

           RETURN TB-EXTRATO RECORD INTO TE-EXTRATO-REG
             AT END MOVE "S" TO W-FIM-EXTRATO
           END-RETURN

           PERFORM 220-TRATAR-LANCAMENTO UNTIL W-FIM-EXTRATO = "S"

           IF W-PRIMEIRO-REGISTRO = "N"
              PERFORM 240-FECHAR-CLIENTE
           END-IF

           MOVE SPACES TO REL-EXTRATO-LINHA
           WRITE REL-EXTRATO-LINHA
           MOVE W-QTD-CLIENTES    TO W-R-CLIENTES
           MOVE W-QTD-LANCAMENTOS TO W-R-LANCAMENTOS
           WRITE REL-EXTRATO-LINHA FROM W-RODAPE

           CLOSE ARQ-CLIENTE
           CLOSE REL-EXTRATO.

       220-TRATAR-LANCAMENTO.
           IF W-PRIMEIRO-REGISTRO = "S"
              MOVE "N" TO W-PRIMEIRO-REGISTRO
              PERFORM 230-ABRIR-CLIENTE
           END-IF

           IF TE-COD-CLIENTE NOT EQUAL TO W-CLIENTE-ATUAL
              PERFORM 240-FECHAR-CLIENTE
              PERFORM 230-ABRIR-CLIENTE
           END-IF

      * ANTES DA DATA INICIAL SO ACUMULA O SALDO ANTERIOR.
           IF TE-DATA LESS THAN L-DATA-INICIAL
              PERFORM 250-ACUMULAR-SALDO
           ELSE
              IF W-SALDO-ANTERIOR-IMPRESSO NOT EQUAL TO "S"
                 PERFORM 235-IMPRIMIR-SALDO-ANTERIOR
              END-IF
              PERFORM 250-ACUMULAR-SALDO
              PERFORM 260-IMPRIMIR-LANCAMENTO
           END-IF

           RETURN TB-EXTRATO RECORD INTO TE-EXTRATO-REG
             AT END MOVE "S" TO W-FIM-EXTRATO
           END-RETURN.

       230-ABRIR-CLIENTE.
           MOVE TE-COD-CLIENTE TO W-CLIENTE-ATUAL
           MOVE ZEROS          TO W-SALDO-CLIENTE
           MOVE "N"            TO W-SALDO-ANTERIOR-IMPRESSO
           ADD 1 TO W-QTD-CLIENTES

           MOVE TE-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

           IF WC-FILE-STATUS EQUAL TO "00"
              MOVE RAZAO-SOCIAL TO W-LC-RAZAO-SOCIAL
           ELSE
              MOVE "CLIENTE NAO CADASTRADO" TO W-LC-RAZAO-SOCIAL
           END-IF

           MOVE TE-COD-CLIENTE TO W-LC-CODIGO

           MOVE SPACES TO REL-EXTRATO-LINHA
           WRITE REL-EXTRATO-LINHA
           WRITE REL-EXTRATO-LINHA FROM W-LINHA-CLIENTE
           WRITE REL-EXTRATO-LINHA FROM W-COLUNAS.

       235-IMPRIMIR-SALDO-ANTERIOR.
           MOVE "SALDO ANTERIOR" TO W-LS-DESCRICAO
           MOVE W-SALDO-CLIENTE  TO W-LS-SALDO
           WRITE REL-EXTRATO-LINHA FROM W-LINHA-SALDO
           MOVE "S" TO W-SALDO-ANTERIOR-IMPRESSO.

      * CLIENTE SEM LANCAMENTOS NO PERIODO AINDA MOSTRA O SALDO
      * ANTERIOR, QUE E TAMBEM O SALDO FINAL.
       240-FECHAR-CLIENTE.
           IF W-SALDO-ANTERIOR-IMPRESSO NOT EQUAL TO "S"
              PERFORM 235-IMPRIMIR-SALDO-ANTERIOR
           END-IF

           MOVE "SALDO FINAL"   TO W-LS-DESCRICAO
           MOVE W-SALDO-CLIENTE TO W-LS-SALDO
           WRITE REL-EXTRATO-LINHA FROM W-LINHA-SALDO.

       250-ACUMULAR-SALDO.
           IF TE-TIPO EQUAL TO "1"
              ADD TE-VALOR TO W-SALDO-CLIENTE
           ELSE
              SUBTRACT TE-VALOR FROM W-SALDO-CLIENTE
           END-IF.

       260-IMPRIMIR-LANCAMENTO.
           ADD 1 TO W-QTD-LANCAMENTOS

           MOVE TE-DATA        TO W-D-DATA
           MOVE TE-NUM-PEDIDO  TO W-D-PEDIDO
           MOVE "-"            TO W-D-TRACO
           MOVE TE-NUM-PARCELA TO W-D-PARCELA
           MOVE W-SALDO-CLIENTE TO W-D-SALDO

           IF TE-TIPO EQUAL TO "1"
              MOVE "TITULO"            TO W-D-HISTORICO
              MOVE TE-DATA-VENCIMENTO  TO W-D-VENCIMENTO
              MOVE TE-VALOR            TO W-D-DEBITO
              MOVE ZEROS               TO W-D-CREDITO
           ELSE
              EVALUATE TE-ORIGEM
                WHEN "B"
                   MOVE "PAGTO BANCO"   TO W-D-HISTORICO
                WHEN "I"
                   MOVE "PAGTO IMPLANT" TO W-D-HISTORICO
                WHEN "D"
                   MOVE "NOTA CREDITO"  TO W-D-HISTORICO
                WHEN OTHER
                   MOVE "PAGTO MANUAL"  TO W-D-HISTORICO
              END-EVALUATE
              MOVE ZEROS               TO W-D-VENCIMENTO
              MOVE ZEROS               TO W-D-DEBITO
              MOVE TE-VALOR            TO W-D-CREDITO
           END-IF

           WRITE REL-EXTRATO-LINHA FROM W-DETALHE.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM REPORTEXTRATO.
