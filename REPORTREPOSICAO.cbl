       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REPORTREPOSICAO AS "REPORTREPOSICAO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * RELATORIO DE REPOSICAO DE ESTOQUE: PRODUTOS ATIVOS CUJO      *
      * DISPONIVEL (FISICO - RESERVADO, VER PRODUTO.CPY) ESTA ABAIXO *
      * DO ESTOQUE MINIMO DO CADASTRO, OU QUE TEM QUANTIDADE         *
      * PENDENTE (BACKORDER) EM ITENS DE PEDIDOS DIGITADOS OU        *
      * FATURADOS. A PENDENCIA E SOMADA DOS ITENS (VER               *
      * ITEMPEDIDO.CPY), ORDENADA POR PRODUTO E CASADA COM O         *
      * CADASTRO. A QUANTIDADE SUGERIDA REPOE O MINIMO E COBRE A     *
      * PENDENCIA. PRODUTO COM MINIMO ZERADO SO ENTRA SE TIVER       *
      * PENDENCIA.                                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS PRD-COD-PRODUTO
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT ARQ-ITEM-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS IT-CHAVE
                  FILE STATUS   IS WI-FILE-STATUS.

           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT TB-PENDENCIA  ASSIGN TO DISK.

           SELECT REL-REPOSICAO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadProduto'.
       COPY "PRODUTO.CPY".

       FD  ARQ-ITEM-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadItemPedido'.
       COPY "ITEMPEDIDO.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

       SD  TB-PENDENCIA.
       01  TP-PENDENCIA-REG.
           03 TP-COD-PRODUTO      PIC  9(005).
           03 TP-QTD-PENDENTE     PIC  9(005)V9(002).

       FD  REL-REPOSICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relReposicao'.
       01  REL-REPOSICAO-LINHA    PIC  X(080).

       WORKING-STORAGE SECTION.
       77 WF-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WI-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-FIM-ITEM              PIC  X(001) VALUE "N".
       77 W-FIM-PRODUTO           PIC  X(001) VALUE "N".
       77 W-FIM-PENDENCIA         PIC  X(001) VALUE "N".
      * PEDIDO DO ITEM CORRENTE E SE ELE AINDA ESPERA ENTREGA
      * (DIGITADO OU FATURADO), LIDO UMA VEZ POR PEDIDO.
       77 W-PEDIDO-ATUAL          PIC  9(007) VALUE ZEROS.
       77 W-PEDIDO-EM-ABERTO      PIC  X(001) VALUE "N".
       77 W-DATA-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-PENDENTE-PRODUTO      PIC  9(009)V9(002) VALUE ZEROS.
       77 W-DISPONIVEL            PIC S9(009)V9(002) VALUE ZEROS.
       77 W-SUGERIDO              PIC S9(009)V9(002) VALUE ZEROS.
       77 W-QTD-PRODUTOS          PIC  9(007) VALUE ZEROS.
       77 W-QTD-LISTADOS          PIC  9(007) VALUE ZEROS.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(025) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "REPOSICAO DE ESTOQUE".

       01  W-CABECALHO-3.
           03 FILLER              PIC  X(018) VALUE
              "DATA DE REFERENCIA".
           03 FILLER              PIC  X(002) VALUE ": ".
           03 W-CAB-DATA          PIC  99999999.

       01  W-COLUNAS.
           03 FILLER              PIC  X(006) VALUE "CODIGO".
           03 FILLER              PIC  X(019) VALUE " DESCRICAO".
           03 FILLER              PIC  X(012) VALUE "  DISPONIVEL".
           03 FILLER              PIC  X(011) VALUE "     MINIMO".
           03 FILLER              PIC  X(011) VALUE "   PENDENTE".
           03 FILLER              PIC  X(011) VALUE "   SUGERIDO".

       01  W-DETALHE.
           03 W-D-CODIGO          PIC  ZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-DESCRICAO       PIC  X(018).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-DISPONIVEL      PIC  -ZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-MINIMO          PIC  ZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-PENDENTE        PIC  ZZZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-SUGERIDO        PIC  ZZZZZZ9,99.

       01  W-RODAPE.
           03 FILLER              PIC  X(022) VALUE
              "PRODUTOS LIDOS.......:".
           03 W-R-PRODUTOS        PIC  ZZZZZZ9.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 FILLER              PIC  X(014) VALUE "A REPOR......:".
           03 W-R-LISTADOS        PIC  ZZZZZZ9.

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE "REPOSICAO ESTOQUE".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relReposicao'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       PROCEDURE DIVISION.
       000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE

           SORT TB-PENDENCIA
                ON ASCENDING KEY TP-COD-PRODUTO
                INPUT PROCEDURE 100-SELECIONAR-PENDENCIAS
                OUTPUT PROCEDURE 200-IMPRIMIR-RELATORIO

           PERFORM 900-REGISTRAR-SPOOL

           CHAIN "MENU".

      * ITENS COM QUANTIDADE PENDENTE DE PEDIDOS QUE AINDA ESPERAM
      * ENTREGA. ITEM GRAVADO ANTES DO CONTROLE DE ESTOQUE NAO TEM
      * PENDENCIA REGISTRADA E E IGNORADO.
       100-SELECIONAR-PENDENCIAS.
           MOVE "N"   TO W-FIM-ITEM
           MOVE ZEROS TO W-PEDIDO-ATUAL

           OPEN INPUT ARQ-ITEM-PEDIDO
           OPEN INPUT ARQ-PEDIDO

           IF WI-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-ITEM
           ELSE
              READ ARQ-ITEM-PEDIDO
                AT END MOVE "S" TO W-FIM-ITEM
              END-READ
           END-IF

           PERFORM 110-SELECIONAR-ITEM UNTIL W-FIM-ITEM = "S"

           CLOSE ARQ-PEDIDO
           CLOSE ARQ-ITEM-PEDIDO.

       110-SELECIONAR-ITEM.
           IF IT-NUM-PEDIDO NOT EQUAL TO W-PEDIDO-ATUAL
              PERFORM 120-LER-PEDIDO
           END-IF

           IF W-PEDIDO-EM-ABERTO EQUAL TO "S"
              AND IT-QTD-PENDENTE NUMERIC
              AND IT-QTD-PENDENTE GREATER THAN ZEROS
              MOVE IT-COD-PRODUTO  TO TP-COD-PRODUTO
              MOVE IT-QTD-PENDENTE TO TP-QTD-PENDENTE
              RELEASE TP-PENDENCIA-REG
           END-IF

           READ ARQ-ITEM-PEDIDO
             AT END MOVE "S" TO W-FIM-ITEM
           END-READ.

       120-LER-PEDIDO.
           MOVE IT-NUM-PEDIDO TO W-PEDIDO-ATUAL
           MOVE "N"           TO W-PEDIDO-EM-ABERTO

           MOVE IT-NUM-PEDIDO TO P-NUM-PEDIDO
           READ ARQ-PEDIDO RECORD KEY IS P-NUM-PEDIDO

           IF WP-FILE-STATUS EQUAL TO "00"
              AND (PEDIDO-DIGITADO OR PEDIDO-FATURADO)
              MOVE "S" TO W-PEDIDO-EM-ABERTO
           END-IF.

      * CASA O CADASTRO DE PRODUTOS (EM ORDEM DE CODIGO) COM AS
      * PENDENCIAS ORDENADAS POR PRODUTO.
       200-IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-REPOSICAO
           MOVE "N" TO W-FIM-PENDENCIA
           MOVE "N" TO W-FIM-PRODUTO

           MOVE W-DATA-HOJE TO W-CAB-DATA

           WRITE REL-REPOSICAO-LINHA FROM W-CABECALHO-1
           WRITE REL-REPOSICAO-LINHA FROM W-CABECALHO-2
           WRITE REL-REPOSICAO-LINHA FROM W-CABECALHO-3
           MOVE SPACES TO REL-REPOSICAO-LINHA
           WRITE REL-REPOSICAO-LINHA
           WRITE REL-REPOSICAO-LINHA FROM W-COLUNAS

           RETURN TB-PENDENCIA RECORD INTO TP-PENDENCIA-REG
             AT END MOVE "S" TO W-FIM-PENDENCIA
           END-RETURN

           OPEN INPUT ARQ-PRODUTO

           IF WF-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-PRODUTO
           ELSE
              READ ARQ-PRODUTO
                AT END MOVE "S" TO W-FIM-PRODUTO
              END-READ
           END-IF

           PERFORM 220-TRATAR-PRODUTO UNTIL W-FIM-PRODUTO = "S"

           CLOSE ARQ-PRODUTO

           MOVE SPACES TO REL-REPOSICAO-LINHA
           WRITE REL-REPOSICAO-LINHA
           MOVE W-QTD-PRODUTOS TO W-R-PRODUTOS
           MOVE W-QTD-LISTADOS TO W-R-LISTADOS
           WRITE REL-REPOSICAO-LINHA FROM W-RODAPE

           CLOSE REL-REPOSICAO.

       220-TRATAR-PRODUTO.
           ADD 1 TO W-QTD-PRODUTOS
           MOVE ZEROS TO W-PENDENTE-PRODUTO

           PERFORM 230-SOMAR-PENDENCIA
             UNTIL W-FIM-PENDENCIA = "S"
                OR TP-COD-PRODUTO GREATER THAN PRD-COD-PRODUTO

      * PRODUTO GRAVADO ANTES DO CONTROLE DE ESTOQUE VEM CURTO E OS
      * CAMPOS DE SALDO VOLTAM EM BRANCO; SANEIA PARA ZEROS.
           IF PRD-ESTOQUE-MINIMO NOT NUMERIC
              MOVE ZEROS TO PRD-ESTOQUE-MINIMO
           END-IF

           IF PRD-QTD-ESTOQUE NOT NUMERIC
              MOVE ZEROS TO PRD-QTD-ESTOQUE
           END-IF

           IF PRD-QTD-RESERVADA NOT NUMERIC
              MOVE ZEROS TO PRD-QTD-RESERVADA
           END-IF

           COMPUTE W-DISPONIVEL = PRD-QTD-ESTOQUE - PRD-QTD-RESERVADA

           IF PRODUTO-ATIVO
              AND ((PRD-ESTOQUE-MINIMO GREATER THAN ZEROS
                    AND W-DISPONIVEL LESS THAN PRD-ESTOQUE-MINIMO)
                   OR W-PENDENTE-PRODUTO GREATER THAN ZEROS)
              PERFORM 240-IMPRIMIR-PRODUTO
           END-IF

           READ ARQ-PRODUTO
             AT END MOVE "S" TO W-FIM-PRODUTO
           END-READ.

      * PENDENCIA DE PRODUTO QUE NAO ESTA MAIS NO CADASTRO (CODIGO
      * MENOR QUE O PRODUTO CORRENTE) E DESCARTADA.
       230-SOMAR-PENDENCIA.
           IF TP-COD-PRODUTO EQUAL TO PRD-COD-PRODUTO
              ADD TP-QTD-PENDENTE TO W-PENDENTE-PRODUTO
           END-IF

           RETURN TB-PENDENCIA RECORD INTO TP-PENDENCIA-REG
             AT END MOVE "S" TO W-FIM-PENDENCIA
           END-RETURN.

       240-IMPRIMIR-PRODUTO.
           ADD 1 TO W-QTD-LISTADOS

           COMPUTE W-SUGERIDO = PRD-ESTOQUE-MINIMO
                              + W-PENDENTE-PRODUTO
                              - W-DISPONIVEL

           IF W-SUGERIDO LESS THAN ZEROS
              MOVE ZEROS TO W-SUGERIDO
           END-IF

           MOVE PRD-COD-PRODUTO    TO W-D-CODIGO
           MOVE PRD-DESCRICAO      TO W-D-DESCRICAO
           MOVE W-DISPONIVEL       TO W-D-DISPONIVEL
           MOVE PRD-ESTOQUE-MINIMO TO W-D-MINIMO
           MOVE W-PENDENTE-PRODUTO TO W-D-PENDENTE
           MOVE W-SUGERIDO         TO W-D-SUGERIDO

           WRITE REL-REPOSICAO-LINHA FROM W-DETALHE.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM REPORTREPOSICAO.
