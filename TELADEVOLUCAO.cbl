       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TELADEVOLUCAO AS "TELADEVOLUCAO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * DEVOLUCAO DE MERCADORIA PELO CLIENTE DEPOIS DA ENTREGA. O    *
      * OPERADOR INFORMA O PEDIDO ENTREGUE E, ITEM A ITEM, QUANTO    *
      * VOLTOU; A QUANTIDADE NAO PASSA DO VENDIDO MENOS O JA         *
      * DEVOLVIDO EM NOTAS ANTERIORES. A CONFIRMACAO EMITE UMA NOTA  *
      * DE CREDITO NUMERADA (DEVOLUCAO.CPY, ITEMDEVOLUCAO.CPY E O    *
      * DOCUMENTO NOTACREDITONNNNNNN), DEVOLVE AS QUANTIDADES AO     *
      * ESTOQUE FISICO, ABATE O VALOR DOS TITULOS EM ABERTO DO       *
      * PEDIDO E REGISTRA COMO REEMBOLSO DEVIDO O QUE NAO COUBER     *
      * NELES. O VALOR SAI DA COMISSAO DO VENDEDOR NA COMPETENCIA DO *
      * PEDIDO OU, SE ELA JA ESTIVER FECHADA, NA PRIMEIRA SEGUINTE   *
      * AINDA ABERTA.                                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WC-FILE-STATUS.

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

           SELECT ARQ-MOVESTOQUE ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WE-FILE-STATUS.

           SELECT ARQ-FECHAMENTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FC-CHAVE
                  FILE STATUS   IS WA-FILE-STATUS.

           SELECT ARQ-CONTROLE  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WT-FILE-STATUS.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-NUM-NOTA
                  FILE STATUS   IS WD-FILE-STATUS.

           SELECT ARQ-ITEM-DEVOLUCAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ID-CHAVE
                  FILE STATUS   IS WN-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

      * DOCUMENTO DA NOTA DE CREDITO; O NOME E MONTADO EM
      * W-LABEL-NOTA COM O NUMERO DA NOTA.
           SELECT ARQ-NOTA-CREDITO ASSIGN TO W-LABEL-NOTA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-MOVTITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'movTitulo'.
       COPY "MOVTITULO.CPY".

       FD  ARQ-MOVESTOQUE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'movEstoque'.
       COPY "MOVESTOQUE.CPY".

       FD  ARQ-FECHAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadFechamentoComissao'.
       COPY "FECHAMENTOCOM.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadControleDistribuicao'.
       COPY "CONTROLE.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadDevolucao'.
       COPY "DEVOLUCAO.CPY".

       FD  ARQ-ITEM-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadItemDevolucao'.
       COPY "ITEMDEVOLUCAO.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       FD  ARQ-NOTA-CREDITO
           LABEL RECORD IS STANDARD.
       01  ARQ-NOTA-CREDITO-LINHA PIC X(080).

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WOPCAO                 PIC  9      VALUE ZEROS.
       77 WP-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WI-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WF-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WB-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WM-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WE-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WA-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WD-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WN-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-LABEL-NOTA           PIC  X(030) VALUE SPACES.
       77 W-FIM-ITENS            PIC  X(001) VALUE "N".
       77 W-FIM-TITULO           PIC  X(001) VALUE "N".
       77 W-QUANTIDADE-OK        PIC  X(001) VALUE "N".
       77 W-COMPETENCIA-FECHADA  PIC  X(001) VALUE "N".
       77 W-USUARIO-SESSAO       PIC  X(020) VALUE SPACES.
       77 W-DATA-HOJE            PIC  9(008) VALUE ZEROS.

      * PEDIDO DEVOLVIDO, GUARDADO NA LEITURA PARA NAO DEPENDER DO
      * BUFFER DO ARQUIVO DEPOIS DE FECHADO.
       01  W-PEDIDO-DEVOLUCAO.
           03 W-NUM-PEDIDO       PIC  9(007) VALUE ZEROS.
           03 W-PED-CLIENTE      PIC  9(007) VALUE ZEROS.
           03 W-PED-VENDEDOR     PIC  9(003) VALUE ZEROS.
           03 W-PED-EMPRESA      PIC  9(003) VALUE ZEROS.
           03 W-PED-DATA         PIC  9(008) VALUE ZEROS.
           03 W-PED-RAZAO-SOCIAL PIC  X(040) VALUE SPACES.

      * QUANTIDADE A DEVOLVER DE CADA ITEM DO PEDIDO, INDEXADA PELA
      * SEQUENCIA DO ITEM (IT-SEQ-ITEM), PREENCHIDA NA DIGITACAO E
      * APLICADA NA CONFIRMACAO.
       01  W-TABELA-DEVOLUCAO.
           03 W-QTD-DEVOLVER     PIC  9(005)V9(002) OCCURS 999 TIMES.

      * ESPELHO DO ITEM EM DIGITACAO.
       01  W-ITEM-TELA.
           03 W-ITD-SEQ          PIC  9(003) VALUE ZEROS.
           03 W-ITD-PRODUTO      PIC  9(005) VALUE ZEROS.
           03 W-ITD-DESCRICAO    PIC  X(040) VALUE SPACES.
           03 W-ITD-PRECO        PIC  9(009)V9(002) VALUE ZEROS.
           03 W-ITD-VENDIDA      PIC  9(005)V9(002) VALUE ZEROS.
           03 W-ITD-DEVOLVIDA    PIC  9(005)V9(002) VALUE ZEROS.
           03 W-ITD-DEVOLVIVEL   PIC  9(005)V9(002) VALUE ZEROS.
           03 W-ITD-QTD-DEVOLVER PIC  9(005)V9(002) VALUE ZEROS.

      * TOTAIS DA NOTA EM APURACAO.
       77 W-QTD-ITENS-DEVOLVER   PIC  9(003) VALUE ZEROS.
       77 W-QTD-MOVIMENTO        PIC  9(005)V9(002) VALUE ZEROS.
       77 W-VALOR-ITEM           PIC  9(009)V9(002) VALUE ZEROS.
       77 W-VALOR-NOTA           PIC  9(009)V9(002) VALUE ZEROS.
       77 W-VALOR-ABATIDO        PIC  9(009)V9(002) VALUE ZEROS.
       77 W-VALOR-REEMBOLSO      PIC  9(009)V9(002) VALUE ZEROS.
       77 W-VALOR-RESTANTE       PIC  9(009)V9(002) VALUE ZEROS.
       77 W-VALOR-ABATER         PIC  9(009)V9(002) VALUE ZEROS.
       77 W-SALDO-TITULO         PIC  9(009)V9(002) VALUE ZEROS.
       77 W-NUM-NOTA             PIC  9(007) VALUE ZEROS.
       77 W-MT-PARCELA           PIC  9(002) VALUE ZEROS.
       77 W-MT-VALOR             PIC  9(009)V9(002) VALUE ZEROS.

      * COMPETENCIA (AAAAMM) DO DESCONTO NA COMISSAO.
       01  W-COMPETENCIA.
           03 W-COMP-ANO         PIC  9(004) VALUE ZEROS.
           03 W-COMP-MES         PIC  9(002) VALUE ZEROS.
       01  W-COMPETENCIA-R REDEFINES W-COMPETENCIA PIC 9(006).

      * ESPELHO DA NOTA PARA A CONSULTA.
       01  W-NOTA-TELA.
           03 W-NT-NUM-NOTA      PIC  9(007) VALUE ZEROS.
           03 W-NT-PEDIDO        PIC  9(007) VALUE ZEROS.
           03 W-NT-CLIENTE       PIC  9(007) VALUE ZEROS.
           03 W-NT-VENDEDOR      PIC  9(003) VALUE ZEROS.
           03 W-NT-EMISSAO       PIC  9(008) VALUE ZEROS.
           03 W-NT-VALOR         PIC  9(009)V9(002) VALUE ZEROS.
           03 W-NT-ABATIDO       PIC  9(009)V9(002) VALUE ZEROS.
           03 W-NT-REEMBOLSO     PIC  9(009)V9(002) VALUE ZEROS.
           03 W-NT-STATUS        PIC  X(001) VALUE SPACES.
           03 W-NT-COMP-MES      PIC  9(002) VALUE ZEROS.
           03 W-NT-COMP-ANO      PIC  9(004) VALUE ZEROS.
           03 W-NT-USUARIO       PIC  X(020) VALUE SPACES.

       01  W-NC-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-NC-CABECALHO-2.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "NOTA DE CREDITO DE DEVOLUCAO".

       01  W-NC-NOTA.
           03 FILLER              PIC  X(010) VALUE "NOTA....:".
           03 W-NC-N-NOTA         PIC  9(007).
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(009) VALUE "EMISSAO:".
           03 W-NC-N-EMISSAO      PIC  99999999.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(008) VALUE "PEDIDO:".
           03 W-NC-N-PEDIDO       PIC  ZZZZZZ9.

       01  W-NC-CLIENTE.
           03 FILLER              PIC  X(010) VALUE "CLIENTE.:".
           03 W-NC-C-CODIGO       PIC  ZZZZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-NC-C-RAZAO        PIC  X(040).

       01  W-NC-VENDEDOR.
           03 FILLER              PIC  X(010) VALUE "VENDEDOR:".
           03 W-NC-V-CODIGO       PIC  ZZ9.

       01  W-NC-COLUNAS.
           03 FILLER              PIC  X(004) VALUE " SEQ".
           03 FILLER              PIC  X(008) VALUE " PRODUTO".
           03 FILLER              PIC  X(026) VALUE " DESCRICAO".
           03 FILLER              PIC  X(010) VALUE "QUANTIDADE".
           03 FILLER              PIC  X(014) VALUE "   PRECO UNIT.".
           03 FILLER              PIC  X(014) VALUE "         VALOR".

       01  W-NC-DETALHE.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-NC-D-SEQ          PIC  ZZ9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-NC-D-PRODUTO      PIC  ZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-NC-D-DESCRICAO    PIC  X(025).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-NC-D-QUANTIDADE   PIC  ZZZZ9,99.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-NC-D-PRECO        PIC  ZZZZZZZZ9,99.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-NC-D-VALOR        PIC  ZZZZZZZZ9,99.

       01  W-NC-TOTAL-1.
           03 FILLER              PIC  X(022) VALUE
              "VALOR DA NOTA........:".
           03 W-NC-T-VALOR        PIC  ZZZZZZZZ9,99.

       01  W-NC-TOTAL-2.
           03 FILLER              PIC  X(022) VALUE
              "ABATIDO DOS TITULOS..:".
           03 W-NC-T-ABATIDO      PIC  ZZZZZZZZ9,99.

       01  W-NC-TOTAL-3.
           03 FILLER              PIC  X(022) VALUE
              "A REEMBOLSAR.........:".
           03 W-NC-T-REEMBOLSO    PIC  ZZZZZZZZ9,99.

       01  W-NC-RODAPE.
           03 FILLER              PIC  X(037) VALUE
              "DESCONTO NA COMISSAO DA COMPETENCIA:".
           03 W-NC-R-MES          PIC  99.
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-NC-R-ANO          PIC  9999.

      * REGISTRO DA NOTA NO CATALOGO DE SPOOL (VER SPOOL.CPY), PARA
      * QUE POSSA SER CONSULTADA E REIMPRESSA.
       01  W-SPOOL-NOME           PIC  X(020) VALUE "NOTA DE CREDITO".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE SPACES.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       SCREEN SECTION.
       01 MENU-DEVOLUCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 30 VALUE "DEVOLUCAO DE CLIENTE".
          02 LINE 07 COL 10 VALUE "[1] REGISTRAR DEVOLUCAO".
          02 LINE 08 COL 10 VALUE "[2] CONSULTAR NOTA DE CREDITO".
          02 LINE 09 COL 10 VALUE "[3] VOLTAR AO MENU PRINCIPAL".
          02 LINE 11 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 11 COL 34 PIC 9 TO WOPCAO AUTO.

       01 BUSCAR-PEDIDO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 30 VALUE "DEVOLUCAO DE CLIENTE".
          02 LINE 07 COL 10 VALUE "NUMERO DO PEDIDO:".
          02 LINE 07 COL 28, PIC ZZZZZZ9 TO W-NUM-PEDIDO.

       01 DEVOLVER-ITEM AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 30 VALUE "DEVOLUCAO DE CLIENTE".
          02 LINE 06 COL 10 VALUE "PEDIDO        :".
          02 LINE 06 COL 26, PIC ZZZZZZ9 FROM W-NUM-PEDIDO.
          02 LINE 06 COL 34 VALUE "ITEM:".
          02 LINE 06 COL 40, PIC ZZ9 FROM W-ITD-SEQ.
          02 LINE 07 COL 10 VALUE "PRODUTO       :".
          02 LINE 07 COL 26, PIC ZZZZ9 FROM W-ITD-PRODUTO.
          02 LINE 07 COL 32, PIC X(040) FROM W-ITD-DESCRICAO.
          02 LINE 08 COL 10 VALUE "PRECO UNITARIO:".
          02 LINE 08 COL 26, PIC ZZZZZZZZ9,99 FROM W-ITD-PRECO.
          02 LINE 09 COL 10 VALUE "VENDIDO       :".
          02 LINE 09 COL 26, PIC ZZZZ9,99 FROM W-ITD-VENDIDA.
          02 LINE 10 COL 10 VALUE "JA DEVOLVIDO  :".
          02 LINE 10 COL 26, PIC ZZZZ9,99 FROM W-ITD-DEVOLVIDA.
          02 LINE 11 COL 10 VALUE "DEVOLVIVEL    :".
          02 LINE 11 COL 26, PIC ZZZZ9,99 FROM W-ITD-DEVOLVIVEL.
          02 LINE 13 COL 10 VALUE "QUANTIDADE A DEVOLVER:".
          02 LINE 13 COL 33, PIC ZZZZ9,99 TO W-ITD-QTD-DEVOLVER.
          02 LINE 15 COL 10 VALUE
             "(ZERO = ITEM NAO DEVOLVIDO)".

       01 CONFIRMAR-DEVOLUCAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 30 VALUE "DEVOLUCAO DE CLIENTE".
          02 LINE 06 COL 10 VALUE "PEDIDO        :".
          02 LINE 06 COL 26, PIC ZZZZZZ9 FROM W-NUM-PEDIDO.
          02 LINE 07 COL 10 VALUE "CLIENTE       :".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM W-PED-CLIENTE.
          02 LINE 07 COL 34, PIC X(040) FROM W-PED-RAZAO-SOCIAL.
          02 LINE 08 COL 10 VALUE "VENDEDOR      :".
          02 LINE 08 COL 26, PIC ZZ9 FROM W-PED-VENDEDOR.
          02 LINE 09 COL 10 VALUE "ITENS         :".
          02 LINE 09 COL 26, PIC ZZ9 FROM W-QTD-ITENS-DEVOLVER.
          02 LINE 10 COL 10 VALUE "VALOR DA NOTA :".
          02 LINE 10 COL 26, PIC ZZZZZZZZ9,99 FROM W-VALOR-NOTA.
          02 LINE 12 COL 10
             "CONFIRMA A EMISSAO DA NOTA DE CREDITO?(S/N):".
          02 LINE 12 COL 55, PIC X TO W-CONFIRMA.

       01 BUSCAR-NOTA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 30 VALUE "DEVOLUCAO DE CLIENTE".
          02 LINE 07 COL 10 VALUE "NUMERO DA NOTA DE CREDITO:".
          02 LINE 07 COL 37, PIC ZZZZZZ9 TO W-NUM-NOTA.

       01 CONSULTAR-NOTA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 28 VALUE "CONSULTAR NOTA DE CREDITO".
          02 LINE 06 COL 10 VALUE "NOTA          :".
          02 LINE 06 COL 26, PIC ZZZZZZ9 FROM W-NT-NUM-NOTA.
          02 LINE 07 COL 10 VALUE "PEDIDO        :".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM W-NT-PEDIDO.
          02 LINE 08 COL 10 VALUE "CLIENTE       :".
          02 LINE 08 COL 26, PIC ZZZZZZ9 FROM W-NT-CLIENTE.
          02 LINE 09 COL 10 VALUE "VENDEDOR      :".
          02 LINE 09 COL 26, PIC ZZ9 FROM W-NT-VENDEDOR.
          02 LINE 10 COL 10 VALUE "EMISSAO       :".
          02 LINE 10 COL 26, PIC 99999999 FROM W-NT-EMISSAO.
          02 LINE 11 COL 10 VALUE "VALOR DA NOTA :".
          02 LINE 11 COL 26, PIC ZZZZZZZZ9,99 FROM W-NT-VALOR.
          02 LINE 12 COL 10 VALUE "ABATIDO       :".
          02 LINE 12 COL 26, PIC ZZZZZZZZ9,99 FROM W-NT-ABATIDO.
          02 LINE 13 COL 10 VALUE "A REEMBOLSAR  :".
          02 LINE 13 COL 26, PIC ZZZZZZZZ9,99 FROM W-NT-REEMBOLSO.
          02 LINE 13 COL 40, PIC X(001) FROM W-NT-STATUS.
          02 LINE 14 COL 10 VALUE "COMPETENCIA   :".
          02 LINE 14 COL 26, PIC 99 FROM W-NT-COMP-MES.
          02 LINE 14 COL 28 VALUE "/".
          02 LINE 14 COL 29, PIC 9999 FROM W-NT-COMP-ANO.
          02 LINE 15 COL 10 VALUE "USUARIO       :".
          02 LINE 15 COL 26, PIC X(020) FROM W-NT-USUARIO.
          02 LINE 17 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 17 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-PEDIDO-INVALIDO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "PEDIDO NAO ENCONTRADO".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-PEDIDO-NAO-ENTREGUE AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "SO PEDIDOS ENTREGUES ACEITAM DEVOLUCAO".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-QUANTIDADE-INVALIDA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "QUANTIDADE MAIOR QUE O SALDO DEVOLVIVEL DO ITEM".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-NADA-DEVOLVER AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "NENHUMA QUANTIDADE A DEVOLVER NESTE PEDIDO".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-NOTA-INVALIDA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "NOTA DE CREDITO NAO ENCONTRADA".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-DEVOLUCAO-OK AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "NOTA DE CREDITO EMITIDA:".
          02 LINE 07 COL 35, PIC ZZZZZZ9 FROM W-NUM-NOTA.
          02 LINE 08 COL 10 VALUE "VALOR DA NOTA..........:".
          02 LINE 08 COL 35, PIC ZZZZZZZZ9,99 FROM W-VALOR-NOTA.
          02 LINE 09 COL 10 VALUE "ABATIDO DOS TITULOS....:".
          02 LINE 09 COL 35, PIC ZZZZZZZZ9,99 FROM W-VALOR-ABATIDO.
          02 LINE 10 COL 10 VALUE "A REEMBOLSAR AO CLIENTE:".
          02 LINE 10 COL 35, PIC ZZZZZZZZ9,99 FROM W-VALOR-REEMBOLSO.
          02 LINE 11 COL 10 VALUE "COMPETENCIA DA COMISSAO:".
          02 LINE 11 COL 35, PIC 99 FROM W-COMP-MES.
          02 LINE 11 COL 37 VALUE "/".
          02 LINE 11 COL 38, PIC 9999 FROM W-COMP-ANO.
          02 LINE 13 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 13 COL 39, PIC X TO W-CONFIRMA.

       PROCEDURE DIVISION.
       000-INICIO.
           DISPLAY MENU-DEVOLUCAO
           ACCEPT  MENU-DEVOLUCAO

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-REGISTRAR-DEVOLUCAO
             WHEN 2
                PERFORM 600-CONSULTAR-NOTA
             WHEN 3
                CALL "MENU"
             WHEN OTHER
                PERFORM 000-INICIO
           END-EVALUATE.

       100-REGISTRAR-DEVOLUCAO.
           MOVE ZEROS TO W-NUM-PEDIDO

           DISPLAY BUSCAR-PEDIDO
           ACCEPT  BUSCAR-PEDIDO

           OPEN INPUT ARQ-PEDIDO
           MOVE W-NUM-PEDIDO TO P-NUM-PEDIDO
           READ ARQ-PEDIDO RECORD KEY IS P-NUM-PEDIDO

           IF WP-FILE-STATUS NOT EQUAL TO "00"
              CLOSE ARQ-PEDIDO
              DISPLAY MENSAGEM-PEDIDO-INVALIDO
              ACCEPT  MENSAGEM-PEDIDO-INVALIDO
              PERFORM 000-INICIO
           END-IF

           IF NOT PEDIDO-ENTREGUE
              CLOSE ARQ-PEDIDO
              DISPLAY MENSAGEM-PEDIDO-NAO-ENTREGUE
              ACCEPT  MENSAGEM-PEDIDO-NAO-ENTREGUE
              PERFORM 000-INICIO
           END-IF

           MOVE P-COD-CLIENTE  TO W-PED-CLIENTE
           MOVE P-COD-VENDEDOR TO W-PED-VENDEDOR
           MOVE P-DATA-PEDIDO  TO W-PED-DATA

           IF P-COD-EMPRESA NUMERIC
              AND P-COD-EMPRESA GREATER THAN ZEROS
              MOVE P-COD-EMPRESA TO W-PED-EMPRESA
           ELSE
              MOVE 1 TO W-PED-EMPRESA
           END-IF

           CLOSE ARQ-PEDIDO

           PERFORM 105-BUSCAR-CLIENTE

           INITIALIZE W-TABELA-DEVOLUCAO
           MOVE ZEROS TO W-QTD-ITENS-DEVOLVER, W-VALOR-NOTA

           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-ITEM-PEDIDO

           MOVE "N" TO W-FIM-ITENS

           IF WI-FILE-STATUS EQUAL TO "00"
              MOVE W-NUM-PEDIDO TO IT-NUM-PEDIDO
              MOVE ZEROS        TO IT-SEQ-ITEM
              START ARQ-ITEM-PEDIDO KEY IS NOT LESS THAN IT-CHAVE

              IF WI-FILE-STATUS EQUAL TO "00"
                 READ ARQ-ITEM-PEDIDO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ITENS
                 END-READ
              ELSE
                 MOVE "S" TO W-FIM-ITENS
              END-IF

              PERFORM 110-INFORMAR-ITEM UNTIL W-FIM-ITENS = "S"

              CLOSE ARQ-ITEM-PEDIDO
           END-IF

           CLOSE ARQ-PRODUTO
           MOVE "00" TO WI-FILE-STATUS, WF-FILE-STATUS

           IF W-QTD-ITENS-DEVOLVER EQUAL TO ZEROS
              DISPLAY MENSAGEM-NADA-DEVOLVER
              ACCEPT  MENSAGEM-NADA-DEVOLVER
              PERFORM 000-INICIO
           END-IF

           DISPLAY CONFIRMAR-DEVOLUCAO
           ACCEPT  CONFIRMAR-DEVOLUCAO

           EVALUATE FUNCTION UPPER-CASE(W-CONFIRMA)
             WHEN 'S'
                PERFORM 200-GRAVAR-DEVOLUCAO
                DISPLAY MENSAGEM-DEVOLUCAO-OK
                ACCEPT  MENSAGEM-DEVOLUCAO-OK
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           PERFORM 000-INICIO.

       105-BUSCAR-CLIENTE.
           MOVE SPACES TO W-PED-RAZAO-SOCIAL

           OPEN INPUT ARQ-CLIENTE
           MOVE W-PED-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

           IF WC-FILE-STATUS EQUAL TO "00"
              MOVE RAZAO-SOCIAL TO W-PED-RAZAO-SOCIAL
           ELSE
              MOVE "** CLIENTE NAO CADASTRADO **" TO W-PED-RAZAO-SOCIAL
           END-IF

           CLOSE ARQ-CLIENTE.

      * ITEM GRAVADO ANTES DO CONTROLE DE DEVOLUCAO VEM CURTO E A
      * QUANTIDADE DEVOLVIDA VOLTA EM BRANCO: NADA FOI DEVOLVIDO.
      * ITEM JA TOTALMENTE DEVOLVIDO NEM E MOSTRADO.
       110-INFORMAR-ITEM.
           IF IT-NUM-PEDIDO NOT EQUAL TO W-NUM-PEDIDO
              MOVE "S" TO W-FIM-ITENS
           ELSE
              IF IT-QTD-DEVOLVIDA NOT NUMERIC
                 MOVE ZEROS TO IT-QTD-DEVOLVIDA
              END-IF

              IF IT-QUANTIDADE GREATER THAN IT-QTD-DEVOLVIDA
                 AND IT-SEQ-ITEM GREATER THAN ZEROS
                 PERFORM 115-CARREGAR-ITEM-TELA

                 MOVE "N" TO W-QUANTIDADE-OK
                 PERFORM 120-ACEITAR-QUANTIDADE
                   UNTIL W-QUANTIDADE-OK = "S"

                 MOVE W-ITD-QTD-DEVOLVER
                   TO W-QTD-DEVOLVER(IT-SEQ-ITEM)

                 IF W-ITD-QTD-DEVOLVER GREATER THAN ZEROS
                    ADD 1 TO W-QTD-ITENS-DEVOLVER
                    COMPUTE W-VALOR-ITEM ROUNDED = W-ITD-QTD-DEVOLVER
                                               * IT-PRECO-UNITARIO
                    ADD W-VALOR-ITEM TO W-VALOR-NOTA
                 END-IF
              END-IF

              READ ARQ-ITEM-PEDIDO NEXT RECORD
                AT END MOVE "S" TO W-FIM-ITENS
              END-READ
           END-IF.

       115-CARREGAR-ITEM-TELA.
           MOVE IT-SEQ-ITEM       TO W-ITD-SEQ
           MOVE IT-COD-PRODUTO    TO W-ITD-PRODUTO
           MOVE IT-PRECO-UNITARIO TO W-ITD-PRECO
           MOVE IT-QUANTIDADE     TO W-ITD-VENDIDA
           MOVE IT-QTD-DEVOLVIDA  TO W-ITD-DEVOLVIDA
           COMPUTE W-ITD-DEVOLVIVEL = IT-QUANTIDADE - IT-QTD-DEVOLVIDA
           MOVE ZEROS             TO W-ITD-QTD-DEVOLVER

           MOVE IT-COD-PRODUTO TO PRD-COD-PRODUTO
           READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO

           IF WF-FILE-STATUS EQUAL TO "00"
              MOVE PRD-DESCRICAO TO W-ITD-DESCRICAO
           ELSE
              MOVE "** PRODUTO NAO CADASTRADO **" TO W-ITD-DESCRICAO
           END-IF.

       120-ACEITAR-QUANTIDADE.
           DISPLAY DEVOLVER-ITEM
           ACCEPT  DEVOLVER-ITEM

           IF W-ITD-QTD-DEVOLVER GREATER THAN W-ITD-DEVOLVIVEL
              DISPLAY MENSAGEM-QUANTIDADE-INVALIDA
              ACCEPT  MENSAGEM-QUANTIDADE-INVALIDA
           ELSE
              MOVE "S" TO W-QUANTIDADE-OK
           END-IF.

      * EMITE A NOTA: NUMERO, COMPETENCIA DA COMISSAO, ITENS (COM
      * RETORNO AO ESTOQUE), ABATIMENTO DOS TITULOS E O REGISTRO DA
      * NOTA COM O DOCUMENTO IMPRESSO.
       200-GRAVAR-DEVOLUCAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE

           PERFORM 210-LER-USUARIO-SESSAO
           PERFORM 220-GERAR-NUM-NOTA
           PERFORM 230-APURAR-COMPETENCIA
           PERFORM 240-ABRIR-DOCUMENTO
           PERFORM 250-DEVOLVER-ITENS
           PERFORM 260-ABATER-TITULOS
           PERFORM 280-GRAVAR-NOTA.

       210-LER-USUARIO-SESSAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           MOVE SS-USUARIO TO W-USUARIO-SESSAO.

      * GERA O PROXIMO NUMERO DE NOTA DE CREDITO A PARTIR DO
      * REGISTRO DE CONTROLE (VER CTL-ULTIMO-NUM-NOTA-CRED EM
      * CONTROLE.CPY), NO MESMO MOLDE DA GERACAO DO NUMERO DO PEDIDO.
       220-GERAR-NUM-NOTA.
           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WT-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF

      * REGISTRO DE CONTROLE GRAVADO ANTES DESTES CAMPOS EXISTIREM
      * VEM CURTO, E A LEITURA OS PREENCHE COM ESPACOS; SANEIA PARA
      * ZEROS ANTES DE USAR OU REGRAVAR.
           IF CTL-ULTIMO-NUM-PEDIDO NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-PEDIDO
           END-IF

           IF CTL-PERCENTUAL-COMISSAO NOT NUMERIC
              MOVE ZEROS TO CTL-PERCENTUAL-COMISSAO
           END-IF

           IF CTL-RETENCAO-DIAS NOT NUMERIC
              MOVE ZEROS TO CTL-RETENCAO-DIAS
           END-IF

           IF CTL-VALOR-KM NOT NUMERIC
              MOVE ZEROS TO CTL-VALOR-KM
           END-IF

           IF CTL-VALIDADE-SENHA NOT NUMERIC
              MOVE ZEROS TO CTL-VALIDADE-SENHA
           END-IF

           IF CTL-MAX-TENTATIVAS NOT NUMERIC
              MOVE ZEROS TO CTL-MAX-TENTATIVAS
           END-IF

           IF CTL-MAX-EXCECOES NOT NUMERIC
              MOVE ZEROS TO CTL-MAX-EXCECOES
           END-IF

           IF CTL-MAX-DURACAO-MIN NOT NUMERIC
              MOVE ZEROS TO CTL-MAX-DURACAO-MIN
           END-IF

           IF CTL-MAX-PCT-REJEICAO NOT NUMERIC
              MOVE ZEROS TO CTL-MAX-PCT-REJEICAO
           END-IF

           IF CTL-ULTIMO-NUM-NOTA-CRED NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-NOTA-CRED
           END-IF

           IF CTL-ULTIMO-NUM-NF NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-NF
           END-IF

           IF CTL-ULTIMO-NUM-ROMANEIO NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-ROMANEIO
           END-IF

           IF CTL-FREQ-VISITA NOT NUMERIC
              MOVE ZEROS TO CTL-FREQ-VISITA
           END-IF

           IF CTL-PLANO-VISITA NOT NUMERIC
              MOVE ZEROS TO CTL-PLANO-VISITA
           END-IF

           IF CTL-DIAS-SEM-COMPRA NOT NUMERIC
              MOVE ZEROS TO CTL-DIAS-SEM-COMPRA
           END-IF

           IF CTL-PESOS-SCORECARD NOT NUMERIC
              MOVE ZEROS TO CTL-PESOS-SCORECARD
           END-IF

           ADD 1 TO CTL-ULTIMO-NUM-NOTA-CRED
           MOVE CTL-ULTIMO-NUM-NOTA-CRED TO W-NUM-NOTA

           OPEN OUTPUT ARQ-CONTROLE
           WRITE ARQ-CONTROLE-REG
           CLOSE ARQ-CONTROLE.

      * COMPETENCIAS FECHADAS NAO SAO REABERTAS: PARTE DO MES DO
      * PEDIDO E AVANCA ENQUANTO HOUVER REGISTRO DE PERIODO (VENDEDOR
      * 000) NO ARQUIVO DE FECHAMENTO.
       230-APURAR-COMPETENCIA.
           MOVE W-PED-DATA(1:6) TO W-COMPETENCIA-R

           OPEN INPUT ARQ-FECHAMENTO

           IF WA-FILE-STATUS EQUAL TO "00"
              MOVE "S" TO W-COMPETENCIA-FECHADA
              PERFORM 235-VERIFICAR-COMPETENCIA
                UNTIL W-COMPETENCIA-FECHADA = "N"
              CLOSE ARQ-FECHAMENTO
           END-IF

           MOVE "00" TO WA-FILE-STATUS.

       235-VERIFICAR-COMPETENCIA.
           MOVE W-COMPETENCIA-R TO FC-ANO-MES
           MOVE ZEROS           TO FC-COD-VENDEDOR
           READ ARQ-FECHAMENTO RECORD KEY IS FC-CHAVE

           IF WA-FILE-STATUS EQUAL TO "00"
              ADD 1 TO W-COMP-MES
              IF W-COMP-MES GREATER THAN 12
                 MOVE 1 TO W-COMP-MES
                 ADD  1 TO W-COMP-ANO
              END-IF
           ELSE
              MOVE "N" TO W-COMPETENCIA-FECHADA
           END-IF.

       240-ABRIR-DOCUMENTO.
           MOVE SPACES TO W-LABEL-NOTA
           STRING "notaCredito"
                  W-NUM-NOTA
                  DELIMITED BY SIZE
                  INTO W-LABEL-NOTA

           OPEN OUTPUT ARQ-NOTA-CREDITO

           WRITE ARQ-NOTA-CREDITO-LINHA FROM W-NC-CABECALHO-1
           WRITE ARQ-NOTA-CREDITO-LINHA FROM W-NC-CABECALHO-2
           MOVE SPACES TO ARQ-NOTA-CREDITO-LINHA
           WRITE ARQ-NOTA-CREDITO-LINHA

           MOVE W-NUM-NOTA   TO W-NC-N-NOTA
           MOVE W-DATA-HOJE  TO W-NC-N-EMISSAO
           MOVE W-NUM-PEDIDO TO W-NC-N-PEDIDO
           WRITE ARQ-NOTA-CREDITO-LINHA FROM W-NC-NOTA

           MOVE W-PED-CLIENTE      TO W-NC-C-CODIGO
           MOVE W-PED-RAZAO-SOCIAL TO W-NC-C-RAZAO
           WRITE ARQ-NOTA-CREDITO-LINHA FROM W-NC-CLIENTE

           MOVE W-PED-VENDEDOR TO W-NC-V-CODIGO
           WRITE ARQ-NOTA-CREDITO-LINHA FROM W-NC-VENDEDOR

           MOVE SPACES TO ARQ-NOTA-CREDITO-LINHA
           WRITE ARQ-NOTA-CREDITO-LINHA
           WRITE ARQ-NOTA-CREDITO-LINHA FROM W-NC-COLUNAS.

      * APLICA AS QUANTIDADES DIGITADAS: SOMA NO ITEM DO PEDIDO,
      * GRAVA O ITEM DA NOTA, VOLTA A MERCADORIA AO ESTOQUE E
      * IMPRIME A LINHA NO DOCUMENTO. O VALOR DA NOTA E REAPURADO
      * AQUI SOBRE O QUE FOI EFETIVAMENTE GRAVADO.
       250-DEVOLVER-ITENS.
           MOVE ZEROS TO W-VALOR-NOTA

           OPEN I-O ARQ-ITEM-DEVOLUCAO

           IF WN-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-ITEM-DEVOLUCAO
              CLOSE ARQ-ITEM-DEVOLUCAO
              OPEN I-O ARQ-ITEM-DEVOLUCAO
           END-IF

           OPEN I-O ARQ-ITEM-PEDIDO
           OPEN I-O ARQ-PRODUTO
           OPEN EXTEND ARQ-MOVESTOQUE

           MOVE "N" TO W-FIM-ITENS

           IF WI-FILE-STATUS EQUAL TO "00"
              MOVE W-NUM-PEDIDO TO IT-NUM-PEDIDO
              MOVE ZEROS        TO IT-SEQ-ITEM
              START ARQ-ITEM-PEDIDO KEY IS NOT LESS THAN IT-CHAVE

              IF WI-FILE-STATUS EQUAL TO "00"
                 READ ARQ-ITEM-PEDIDO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ITENS
                 END-READ
              ELSE
                 MOVE "S" TO W-FIM-ITENS
              END-IF

              PERFORM 255-DEVOLVER-UM-ITEM UNTIL W-FIM-ITENS = "S"
           END-IF

           CLOSE ARQ-MOVESTOQUE
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-ITEM-PEDIDO
           CLOSE ARQ-ITEM-DEVOLUCAO

           MOVE "00" TO WI-FILE-STATUS, WF-FILE-STATUS,
                        WN-FILE-STATUS.

      * A QUANTIDADE E CONFERIDA DE NOVO CONTRA O ITEM RELIDO, PARA
      * QUE UMA DEVOLUCAO REGISTRADA NO MEIO TEMPO NAO FACA O TOTAL
      * DEVOLVIDO PASSAR DO VENDIDO.
       255-DEVOLVER-UM-ITEM.
           IF IT-NUM-PEDIDO NOT EQUAL TO W-NUM-PEDIDO
              MOVE "S" TO W-FIM-ITENS
           ELSE
              IF IT-SEQ-ITEM GREATER THAN ZEROS
                 AND W-QTD-DEVOLVER(IT-SEQ-ITEM) GREATER THAN ZEROS
                 IF IT-QTD-DEVOLVIDA NOT NUMERIC
                    MOVE ZEROS TO IT-QTD-DEVOLVIDA
                 END-IF

                 COMPUTE W-QTD-MOVIMENTO = IT-QUANTIDADE
                                         - IT-QTD-DEVOLVIDA

                 IF W-QTD-DEVOLVER(IT-SEQ-ITEM) LESS THAN
                    W-QTD-MOVIMENTO
                    MOVE W-QTD-DEVOLVER(IT-SEQ-ITEM) TO W-QTD-MOVIMENTO
                 END-IF

                 IF W-QTD-MOVIMENTO GREATER THAN ZEROS
                    ADD W-QTD-MOVIMENTO TO IT-QTD-DEVOLVIDA
                    REWRITE ARQ-ITEM-PEDIDO-REG

                    COMPUTE W-VALOR-ITEM ROUNDED = W-QTD-MOVIMENTO
                                                 * IT-PRECO-UNITARIO
                    ADD W-VALOR-ITEM TO W-VALOR-NOTA

                    MOVE W-NUM-NOTA        TO ID-NUM-NOTA
                    MOVE IT-SEQ-ITEM       TO ID-SEQ-ITEM
                    MOVE IT-NUM-PEDIDO     TO ID-NUM-PEDIDO
                    MOVE IT-COD-PRODUTO    TO ID-COD-PRODUTO
                    MOVE W-QTD-MOVIMENTO   TO ID-QUANTIDADE
                    MOVE IT-PRECO-UNITARIO TO ID-PRECO-UNITARIO
                    MOVE W-VALOR-ITEM      TO ID-VALOR-ITEM
                    WRITE ARQ-ITEM-DEVOLUCAO-REG

                    PERFORM 257-RETORNAR-ESTOQUE

                    MOVE IT-SEQ-ITEM       TO W-NC-D-SEQ
                    MOVE IT-COD-PRODUTO    TO W-NC-D-PRODUTO
                    MOVE W-QTD-MOVIMENTO   TO W-NC-D-QUANTIDADE
                    MOVE IT-PRECO-UNITARIO TO W-NC-D-PRECO
                    MOVE W-VALOR-ITEM      TO W-NC-D-VALOR
                    WRITE ARQ-NOTA-CREDITO-LINHA FROM W-NC-DETALHE
                 END-IF
              END-IF

              READ ARQ-ITEM-PEDIDO NEXT RECORD
                AT END MOVE "S" TO W-FIM-ITENS
              END-READ
           END-IF.

      * A MERCADORIA DEVOLVIDA VOLTA AO SALDO FISICO DO PRODUTO, COM
      * O MOVIMENTO "D" NO RAZAO DE ESTOQUE.
       257-RETORNAR-ESTOQUE.
           MOVE SPACES TO W-NC-D-DESCRICAO

           MOVE IT-COD-PRODUTO TO PRD-COD-PRODUTO
           READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO

           IF WF-FILE-STATUS EQUAL TO "00"
              MOVE PRD-DESCRICAO TO W-NC-D-DESCRICAO

              IF PRD-ESTOQUE-MINIMO NOT NUMERIC
                 MOVE ZEROS TO PRD-ESTOQUE-MINIMO
              END-IF

              IF PRD-QTD-ESTOQUE NOT NUMERIC
                 MOVE ZEROS TO PRD-QTD-ESTOQUE
              END-IF

              IF PRD-QTD-RESERVADA NOT NUMERIC
                 MOVE ZEROS TO PRD-QTD-RESERVADA
              END-IF

              ADD W-QTD-MOVIMENTO TO PRD-QTD-ESTOQUE
              REWRITE ARQ-PRODUTO-REG

              MOVE FUNCTION CURRENT-DATE(1:14) TO ME-DATA-HORA
              MOVE IT-COD-PRODUTO    TO ME-COD-PRODUTO
              MOVE "D"               TO ME-TIPO
              MOVE "+"               TO ME-SENTIDO
              MOVE W-QTD-MOVIMENTO   TO ME-QUANTIDADE
              MOVE IT-NUM-PEDIDO     TO ME-NUM-PEDIDO
              MOVE IT-SEQ-ITEM       TO ME-SEQ-ITEM
              MOVE PRD-QTD-ESTOQUE   TO ME-SALDO-ESTOQUE
              MOVE PRD-QTD-RESERVADA TO ME-SALDO-RESERVADO
              MOVE W-USUARIO-SESSAO  TO ME-USUARIO
              MOVE SPACES            TO ME-DOCUMENTO
              STRING "NOTA CRED " W-NUM-NOTA
                     DELIMITED BY SIZE
                     INTO ME-DOCUMENTO
              WRITE ARQ-MOVESTOQUE-REG
           ELSE
              MOVE "** PRODUTO NAO CADASTRADO **" TO W-NC-D-DESCRICAO
           END-IF.

      * O VALOR DA NOTA ABATE O SALDO DAS PARCELAS EM ABERTO DO
      * PEDIDO, NA ORDEM DAS PARCELAS; PARCELA QUE ZERA O SALDO FICA
      * QUITADA. CADA ABATIMENTO VAI AO RAZAO DO CONTAS A RECEBER. O
      * QUE SOBRAR (TITULOS JA PAGOS) E REEMBOLSO DEVIDO AO CLIENTE,
      * LANCADO NO RAZAO COM PARCELA 00 PARA APARECER NO EXTRATO
      * COMO CREDITO DO CLIENTE.
       260-ABATER-TITULOS.
           MOVE W-VALOR-NOTA TO W-VALOR-RESTANTE
           MOVE ZEROS        TO W-VALOR-ABATIDO, W-VALOR-REEMBOLSO

           OPEN EXTEND ARQ-MOVTITULO
           OPEN I-O ARQ-TITULO

           IF WB-FILE-STATUS EQUAL TO "00"
              MOVE "N"          TO W-FIM-TITULO
              MOVE W-NUM-PEDIDO TO TIT-NUM-PEDIDO
              MOVE ZEROS        TO TIT-NUM-PARCELA
              START ARQ-TITULO KEY IS NOT LESS THAN TIT-CHAVE

              IF WB-FILE-STATUS EQUAL TO "00"
                 READ ARQ-TITULO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-TITULO
                 END-READ
              ELSE
                 MOVE "S" TO W-FIM-TITULO
              END-IF

              PERFORM 265-ABATER-UMA-PARCELA
                UNTIL W-FIM-TITULO = "S"

              CLOSE ARQ-TITULO
           END-IF

           MOVE "00" TO WB-FILE-STATUS

           MOVE W-VALOR-RESTANTE TO W-VALOR-REEMBOLSO

           IF W-VALOR-REEMBOLSO GREATER THAN ZEROS
              MOVE ZEROS             TO W-MT-PARCELA
              MOVE W-VALOR-REEMBOLSO TO W-MT-VALOR
              PERFORM 270-GRAVAR-MOVTO-TITULO
           END-IF

           CLOSE ARQ-MOVTITULO.

       265-ABATER-UMA-PARCELA.
           IF TIT-NUM-PEDIDO NOT EQUAL TO W-NUM-PEDIDO
              OR W-VALOR-RESTANTE EQUAL TO ZEROS
              MOVE "S" TO W-FIM-TITULO
           ELSE
              IF TITULO-ABERTO
                 AND TIT-VALOR GREATER THAN TIT-VALOR-PAGO
                 COMPUTE W-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO

                 IF W-SALDO-TITULO LESS THAN W-VALOR-RESTANTE
                    MOVE W-SALDO-TITULO   TO W-VALOR-ABATER
                 ELSE
                    MOVE W-VALOR-RESTANTE TO W-VALOR-ABATER
                 END-IF

                 ADD W-VALOR-ABATER TO TIT-VALOR-PAGO

                 IF TIT-VALOR-PAGO NOT LESS THAN TIT-VALOR
                    MOVE "Q" TO TIT-STATUS
                 END-IF

                 REWRITE ARQ-TITULO-REG

                 SUBTRACT W-VALOR-ABATER FROM W-VALOR-RESTANTE
                 ADD      W-VALOR-ABATER TO   W-VALOR-ABATIDO

                 MOVE TIT-NUM-PARCELA TO W-MT-PARCELA
                 MOVE W-VALOR-ABATER  TO W-MT-VALOR
                 PERFORM 270-GRAVAR-MOVTO-TITULO
              END-IF

              READ ARQ-TITULO NEXT RECORD
                AT END MOVE "S" TO W-FIM-TITULO
              END-READ
           END-IF.

      * LANCA NO RAZAO DO CONTAS A RECEBER O CREDITO DA NOTA SOBRE A
      * PARCELA W-MT-PARCELA (00 = REEMBOLSO A PAGAR AO CLIENTE).
       270-GRAVAR-MOVTO-TITULO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MT-DATA-HORA
           MOVE W-DATA-HOJE      TO MT-DATA-MOVIMENTO
           MOVE W-NUM-PEDIDO     TO MT-NUM-PEDIDO
           MOVE W-MT-PARCELA     TO MT-NUM-PARCELA
           MOVE W-PED-CLIENTE    TO MT-COD-CLIENTE
           MOVE W-PED-VENDEDOR   TO MT-COD-VENDEDOR
           MOVE "N"              TO MT-TIPO
           MOVE W-MT-VALOR       TO MT-VALOR
           MOVE W-USUARIO-SESSAO TO MT-USUARIO
           MOVE "D"              TO MT-ORIGEM

           WRITE ARQ-MOVTITULO-REG.

      * GRAVA O CABECALHO DA NOTA, FECHA O DOCUMENTO COM OS TOTAIS
      * E O REGISTRA NO SPOOL.
       280-GRAVAR-NOTA.
           OPEN I-O ARQ-DEVOLUCAO

           IF WD-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-DEVOLUCAO
              CLOSE ARQ-DEVOLUCAO
              OPEN I-O ARQ-DEVOLUCAO
           END-IF

           MOVE W-NUM-NOTA        TO DV-NUM-NOTA
           MOVE W-NUM-PEDIDO      TO DV-NUM-PEDIDO
           MOVE W-PED-CLIENTE     TO DV-COD-CLIENTE
           MOVE W-PED-VENDEDOR    TO DV-COD-VENDEDOR
           MOVE W-PED-EMPRESA     TO DV-COD-EMPRESA
           MOVE W-DATA-HOJE       TO DV-DATA-EMISSAO
           MOVE W-VALOR-NOTA      TO DV-VALOR-NOTA
           MOVE W-VALOR-ABATIDO   TO DV-VALOR-ABATIDO
           MOVE W-VALOR-REEMBOLSO TO DV-VALOR-REEMBOLSO

           IF W-VALOR-REEMBOLSO GREATER THAN ZEROS
              MOVE "P" TO DV-STATUS-REEMBOLSO
           ELSE
              MOVE "N" TO DV-STATUS-REEMBOLSO
           END-IF

           MOVE W-COMPETENCIA-R   TO DV-ANO-MES-COMISSAO
           MOVE W-USUARIO-SESSAO  TO DV-USUARIO

           WRITE ARQ-DEVOLUCAO-REG

           CLOSE ARQ-DEVOLUCAO
           MOVE "00" TO WD-FILE-STATUS

           MOVE SPACES TO ARQ-NOTA-CREDITO-LINHA
           WRITE ARQ-NOTA-CREDITO-LINHA

           MOVE W-VALOR-NOTA      TO W-NC-T-VALOR
           WRITE ARQ-NOTA-CREDITO-LINHA FROM W-NC-TOTAL-1
           MOVE W-VALOR-ABATIDO   TO W-NC-T-ABATIDO
           WRITE ARQ-NOTA-CREDITO-LINHA FROM W-NC-TOTAL-2
           MOVE W-VALOR-REEMBOLSO TO W-NC-T-REEMBOLSO
           WRITE ARQ-NOTA-CREDITO-LINHA FROM W-NC-TOTAL-3

           MOVE SPACES TO ARQ-NOTA-CREDITO-LINHA
           WRITE ARQ-NOTA-CREDITO-LINHA
           MOVE W-COMP-MES TO W-NC-R-MES
           MOVE W-COMP-ANO TO W-NC-R-ANO
           WRITE ARQ-NOTA-CREDITO-LINHA FROM W-NC-RODAPE

           CLOSE ARQ-NOTA-CREDITO

           MOVE W-LABEL-NOTA TO W-SPOOL-ARQUIVO
           MOVE SPACES TO W-SPOOL-PARAMETROS
           STRING "NOTA " W-NUM-NOTA " PEDIDO " W-NUM-PEDIDO
                  DELIMITED BY SIZE
                  INTO W-SPOOL-PARAMETROS
           PERFORM 900-REGISTRAR-SPOOL.

       600-CONSULTAR-NOTA.
           MOVE ZEROS TO W-NUM-NOTA

           DISPLAY BUSCAR-NOTA
           ACCEPT  BUSCAR-NOTA

           OPEN INPUT ARQ-DEVOLUCAO
           MOVE W-NUM-NOTA TO DV-NUM-NOTA
           READ ARQ-DEVOLUCAO RECORD KEY IS DV-NUM-NOTA

           IF WD-FILE-STATUS NOT EQUAL TO "00"
              CLOSE ARQ-DEVOLUCAO
              DISPLAY MENSAGEM-NOTA-INVALIDA
              ACCEPT  MENSAGEM-NOTA-INVALIDA
              PERFORM 000-INICIO
           END-IF

           MOVE DV-NUM-NOTA              TO W-NT-NUM-NOTA
           MOVE DV-NUM-PEDIDO            TO W-NT-PEDIDO
           MOVE DV-COD-CLIENTE           TO W-NT-CLIENTE
           MOVE DV-COD-VENDEDOR          TO W-NT-VENDEDOR
           MOVE DV-DATA-EMISSAO          TO W-NT-EMISSAO
           MOVE DV-VALOR-NOTA            TO W-NT-VALOR
           MOVE DV-VALOR-ABATIDO         TO W-NT-ABATIDO
           MOVE DV-VALOR-REEMBOLSO       TO W-NT-REEMBOLSO
           MOVE DV-STATUS-REEMBOLSO      TO W-NT-STATUS
           MOVE DV-ANO-MES-COMISSAO(5:2) TO W-NT-COMP-MES
           MOVE DV-ANO-MES-COMISSAO(1:4) TO W-NT-COMP-ANO
           MOVE DV-USUARIO               TO W-NT-USUARIO

           CLOSE ARQ-DEVOLUCAO

           DISPLAY CONSULTAR-NOTA
           ACCEPT  CONSULTAR-NOTA

           PERFORM 000-INICIO.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM TELADEVOLUCAO.
