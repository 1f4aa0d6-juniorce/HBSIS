       IDENTIFICATION DIVISION.
       PROGRAM-ID.   IMPORTPEDIDO AS "IMPORTPEDIDO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * IMPORTACAO DOS PEDIDOS TIRADOS EM CAMPO PELOS VENDEDORES.    *
      * CADA VENDEDOR DEVOLVE UM ARQUIVO (PEDIDOCAMPOVVV, VVV = O    *
      * CODIGO DO VENDEDOR), LARGURA FIXA:                           *
      *   "H" + VENDEDOR + DATA DO ARQUIVO + SEQUENCIAL DO DIA       *
      *   "P" + NUMERO DO PEDIDO NO CAMPO + CLIENTE + ENDERECO DE    *
      *       ENTREGA + DATA DO PEDIDO (ZEROS = DATA DO ARQUIVO) +   *
      *       CONDICAO DE PAGAMENTO (ZEROS = TITULO UNICO)           *
      *   "I" + NUMERO DO PEDIDO NO CAMPO + PRODUTO + QUANTIDADE     *
      *       (2 DECIMAIS) + PRECO UNITARIO (2 DECIMAIS; ZEROS =     *
      *       PRECO DO CONTRATO VIGENTE DO CLIENTE OU DO GRUPO, OU   *
      *       O DE LISTA), LOGO ABAIXO DO SEU PEDIDO                 *
      *   "T" + QUANTIDADE DE PEDIDOS + QUANTIDADE DE ITENS + SOMA   *
      *       DE QUANTIDADE X PRECO DOS ITENS                        *
      * UMA PRIMEIRA PASSAGEM CONFERE A ESTRUTURA, O TRAILER E O     *
      * SEQUENCIAL (DATA + SEQUENCIAL PRECISA SER MAIOR QUE O DO     *
      * ULTIMO ARQUIVO IMPORTADO DO VENDEDOR, CTLPEDIDOCAMPO); COM   *
      * QUALQUER DIVERGENCIA O ARQUIVO INTEIRO E REJEITADO.          *
      * NA SEGUNDA PASSAGEM CADA PEDIDO PASSA PELAS MESMAS REGRAS DA *
      * TELA DE PEDIDOS: CLIENTE NAO INATIVO E ATRIBUIDO AO VENDEDOR *
      * DO ARQUIVO NA DISTRIBUICAO, CONDICAO DE PAGAMENTO ATIVA,     *
      * PRODUTOS ATIVOS, DESCONTO DENTRO DO LIMITE DA CLASSE,        *
      * COBRANCA E LIMITE DE CREDITO. O PEDIDO ACEITO RECEBE O       *
      * NUMERO DO REGISTRO DE CONTROLE E RESERVA O ESTOQUE COMO NA   *
      * TELA. O QUE NA TELA PEDIRIA LIBERACAO DE SUPERVISOR          *
      * (DESCONTO, COBRANCA, CREDITO) ENTRA COMO AGUARDANDO          *
      * LIBERACAO ("L", VER P-STATUS-PEDIDO EM PEDIDO.CPY), LIBERADO *
      * OU CANCELADO DEPOIS NA TELA DE PEDIDOS. O RESULTADO DE CADA  *
      * PEDIDO SAI PARA O VENDEDOR EM RETORNOPEDIDOVVV E PARA O      *
      * ESCRITORIO EM RELIMPORTPEDIDO. E EXECUTADO COMO PASSO DO     *
      * LOTE NOTURNO, ANTES DA DISTRIBUICAO, PARA O PEDIDO SER       *
      * CONFERIDO CONTRA A CARTEIRA EM QUE FOI TIRADO.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ARQUIVO DO VENDEDOR CORRENTE; O NOME E MONTADO EM
      * W-LABEL-CAMPO COM O CODIGO DO VENDEDOR.
           SELECT ARQ-CAMPO     ASSIGN TO W-LABEL-CAMPO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

      * RETORNO DO VENDEDOR CORRENTE, MONTADO EM W-LABEL-RETORNO.
           SELECT RET-CAMPO     ASSIGN TO W-LABEL-RETORNO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WO-FILE-STATUS.

           SELECT CTL-CAMPO     ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WK-FILE-STATUS.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WV-FILE-STATUS.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-DISTRIBUICAO ASSIGN TO DISK
                  ORGANIZATION     IS INDEXED
                  ACCESS MODE      IS DYNAMIC
                  RECORD  KEY      IS D-CHAVE
                  FILE STATUS      IS WD-FILE-STATUS.

           SELECT ARQ-CONTROLE  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WT-FILE-STATUS.

           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PRD-COD-PRODUTO
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT ARQ-ITEM-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS IT-CHAVE
                  FILE STATUS   IS WI-FILE-STATUS.

           SELECT ARQ-POLITICA-DESC ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PD-CLASSE
                  FILE STATUS   IS WL-FILE-STATUS.

           SELECT ARQ-CONTRATO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CT-CHAVE
                  FILE STATUS   IS WJ-FILE-STATUS.

           SELECT ARQ-TITULO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE
                  ALTERNATE RECORD KEY IS TIT-COD-CLIENTE
                                WITH DUPLICATES
                  FILE STATUS   IS WB-FILE-STATUS.

           SELECT ARQ-COND-PAGTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CP-COD-CONDICAO
                  FILE STATUS   IS WN-FILE-STATUS.

           SELECT ARQ-COBRANCA  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CB-COD-CLIENTE
                  FILE STATUS   IS WG-FILE-STATUS.

           SELECT ARQ-MOVESTOQUE ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WE-FILE-STATUS.

           SELECT ARQ-LIBERACAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS LB-CHAVE
                  FILE STATUS   IS WQ-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT REL-IMPORTACAO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CAMPO
           LABEL RECORD IS STANDARD.
       01  ARQ-CAMPO-LINHA.
           03 PC-TIPO             PIC  X(001).
           03 PC-DADOS            PIC  X(059).

       FD  RET-CAMPO
           LABEL RECORD IS STANDARD.
       01  RET-CAMPO-LINHA        PIC  X(080).

      * ULTIMO ARQUIVO IMPORTADO DE CADA VENDEDOR, PARA QUE O MESMO
      * ARQUIVO NAO SEJA PROCESSADO DUAS VEZES.
       FD  CTL-CAMPO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ctlPedidoCampo'.
       01  CTL-CAMPO-REG.
           03 CPC-COD-VENDEDOR    PIC  9(003).
           03 CPC-DATA-ARQUIVO    PIC  9(008).
           03 CPC-SEQUENCIA       PIC  9(004).
           03 CPC-DATA-IMPORTACAO PIC  9(008).

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadDistribuicao'.
       COPY "DISTRIBUICAO.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadControleDistribuicao'.
       COPY "CONTROLE.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadProduto'.
       COPY "PRODUTO.CPY".

       FD  ARQ-ITEM-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadItemPedido'.
       COPY "ITEMPEDIDO.CPY".

       FD  ARQ-POLITICA-DESC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPoliticaDesconto'.
       COPY "POLITICADESC.CPY".

       FD  ARQ-CONTRATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadContratoPreco'.
       COPY "CONTRATO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-COND-PAGTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCondicaoPagamento'.
       COPY "CONDPAGTO.CPY".

       FD  ARQ-COBRANCA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCobranca'.
       COPY "COBRANCA.CPY".

       FD  ARQ-MOVESTOQUE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'movEstoque'.
       COPY "MOVESTOQUE.CPY".

       FD  ARQ-LIBERACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadLiberacao'.
       COPY "LIBERACAO.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       FD  REL-IMPORTACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relImportPedido'.
       01  REL-IMPORTACAO-LINHA   PIC  X(080).

       WORKING-STORAGE SECTION.
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WO-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WK-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WV-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WD-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WF-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WI-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WB-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WN-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WE-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WX-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WJ-FILE-STATUS          PIC  X(002) VALUE "00".
      * "S" QUANDO O PROGRAMA FOI CHAMADO PELO LOTE NOTURNO (VER
      * SS-MODO-LOTE EM SESSAO.CPY).
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
       77 W-LABEL-CAMPO           PIC  X(030) VALUE SPACES.
       77 W-LABEL-RETORNO         PIC  X(030) VALUE SPACES.
       77 W-FIM-VENDEDOR          PIC  X(001) VALUE "N".
       77 W-FIM-CAMPO             PIC  X(001) VALUE "N".
       77 W-FIM-TITULO            PIC  X(001) VALUE "N".
       77 W-DATA-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-VENDEDOR-ATUAL        PIC  9(003) VALUE ZEROS.
       77 W-NOME-VENDEDOR         PIC  X(040) VALUE SPACES.
       77 W-USUARIO-ESTOQUE       PIC  X(020) VALUE SPACES.
      * "S" QUANDO O CADASTRO CORRESPONDENTE PODE SER CONSULTADO;
      * OS AUSENTES DISPENSAM A REGRA, COMO NA TELA DE PEDIDOS.
       77 W-TEM-POLITICA          PIC  X(001) VALUE "N".
       77 W-TEM-COND-PAGTO        PIC  X(001) VALUE "N".
       77 W-TEM-COBRANCA          PIC  X(001) VALUE "N".
       77 W-TEM-TITULO            PIC  X(001) VALUE "N".
       77 W-TEM-CONTRATO          PIC  X(001) VALUE "N".
      * "S" QUANDO ALGUM PEDIDO CONSUMIU NUMERO DO CONTROLE.
       77 W-CONTADOR-ALTERADO     PIC  X(001) VALUE "N".

      * ULTIMO ARQUIVO IMPORTADO DE CADA VENDEDOR, PELO CODIGO.
       01  W-TABELA-CONTROLE.
           03 W-CC-REGISTRO       OCCURS 999 TIMES.
              05 W-CC-CHAVE.
                 07 W-CC-DATA     PIC  9(008).
                 07 W-CC-SEQUENCIA PIC 9(004).
              05 W-CC-DATA-IMPORTACAO PIC 9(008).
       77 W-IND-CONTROLE          PIC  9(003) VALUE ZEROS.

      * CONFERENCIA DO ARQUIVO, FEITA ANTES DE QUALQUER GRAVACAO.
       77 W-ARQUIVO-VALIDO        PIC  X(001) VALUE "S".
       77 W-MOTIVO-ARQUIVO        PIC  X(050) VALUE SPACES.
       77 W-MOTIVO-AUX            PIC  X(050) VALUE SPACES.
       77 W-TEM-TRAILER           PIC  X(001) VALUE "N".
       77 W-PRIMEIRA-LINHA        PIC  X(001) VALUE "S".
       77 W-QTD-PEDIDOS-LIDOS     PIC  9(005) VALUE ZEROS.
       77 W-QTD-ITENS-LIDOS       PIC  9(007) VALUE ZEROS.
       77 W-SOMA-ITENS            PIC  9(011)V9(002) VALUE ZEROS.
       77 W-NUM-CAMPO-ATUAL       PIC  9(005) VALUE ZEROS.

      * CAMPOS DAS LINHAS DO ARQUIVO DO VENDEDOR.
       01  W-PC-HEADER.
           03 W-PCH-VENDEDOR      PIC  9(003).
           03 W-PCH-CHAVE.
              05 W-PCH-DATA       PIC  9(008).
              05 W-PCH-SEQUENCIA  PIC  9(004).
           03 FILLER              PIC  X(044).
       01  W-PC-PEDIDO.
           03 W-PCP-NUM-CAMPO     PIC  9(005).
           03 W-PCP-COD-CLIENTE   PIC  9(007).
           03 W-PCP-NUM-ENDERECO  PIC  9(003).
           03 W-PCP-DATA          PIC  9(008).
           03 W-PCP-COND-PAGTO    PIC  9(003).
           03 FILLER              PIC  X(033).
       01  W-PC-ITEM.
           03 W-PCI-NUM-CAMPO     PIC  9(005).
           03 W-PCI-PRODUTO       PIC  9(005).
           03 W-PCI-QTDE          PIC  9(005)V9(002).
           03 W-PCI-PRECO         PIC  9(009)V9(002).
           03 FILLER              PIC  X(031).
       01  W-PC-TRAILER.
           03 W-PCT-QTD-PEDIDOS   PIC  9(005).
           03 W-PCT-QTD-ITENS     PIC  9(007).
           03 W-PCT-VALOR-TOTAL   PIC  9(011)V9(002).
           03 FILLER              PIC  X(034).

      * PEDIDO CORRENTE DO ARQUIVO, MONTADO ATE A PROXIMA LINHA "P"
      * OU O TRAILER.
       77 W-TEM-PEDIDO            PIC  X(001) VALUE "N".
       77 W-EXCESSO-ITENS         PIC  X(001) VALUE "N".
       77 W-NUM-PEDIDO            PIC  9(007) VALUE ZEROS.
       77 W-PED-VALOR             PIC  9(009)V9(002) VALUE ZEROS.
       77 W-PED-DATA              PIC  9(008) VALUE ZEROS.
       77 W-PED-STATUS            PIC  X(001) VALUE SPACES.
       77 W-CLASSE-CLI            PIC  X(001) VALUE SPACES.
       77 W-LIMITE-CRED-CLI       PIC  9(009)V9(002) VALUE ZEROS.
       77 W-EMPRESA-CLI           PIC  9(003) VALUE ZEROS.
       77 W-REGIAO-CLI            PIC  9(003) VALUE ZEROS.
       77 W-LATITUDE-CLI          PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-CLI         PIC S9(003)V9(008) VALUE ZEROS.
      * FRETE PELA DISTANCIA DE ENTREGA (VER CALCFRETE), COBRADO A
      * PARTE DOS ITENS E CONFERIDO JUNTO NO LIMITE DE CREDITO.
       77 W-PED-DISTANCIA         PIC  9(009)V9(002) VALUE ZEROS.
       77 W-PED-FRETE             PIC  9(009)V9(002) VALUE ZEROS.
       77 W-PCT-DESCONTO          PIC  9(003)V9(002) VALUE ZEROS.
       77 W-PCT-DESC-LIMITE       PIC  9(003)V9(002) VALUE ZEROS.
       77 W-TEM-LIMITE-CLASSE     PIC  X(001) VALUE "N".
       77 W-SALDO-ABERTO          PIC  9(011)V9(002) VALUE ZEROS.
       77 W-MOTIVO-REJEICAO       PIC  X(040) VALUE SPACES.
       77 W-MOTIVO-LIBERACAO      PIC  X(040) VALUE SPACES.
      * O MOTIVO DA RETENCAO DO PEDIDO (O PRIMEIRO ENCONTRADO), COM O
      * LIMITE E O VALOR QUE O PASSOU, VAI PARA O LOG DE LIBERACOES
      * COMO LINHA PENDENTE (VER LIBERACAO.CPY).
       77 WQ-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-TIPO-LIBERACAO        PIC  X(001) VALUE SPACES.
       77 W-PRODUTO-LIBERACAO     PIC  9(005) VALUE ZEROS.
       77 W-LIMITE-LIBERACAO      PIC  9(011)V9(002) VALUE ZEROS.
       77 W-VALOR-LIBERACAO       PIC  9(011)V9(002) VALUE ZEROS.
       77 W-QTD-ITENS             PIC  9(003) VALUE ZEROS.
       77 W-IND-ITEM              PIC  9(003) VALUE ZEROS.
       77 W-IT-DISPONIVEL         PIC S9(007)V9(002) VALUE ZEROS.
       77 W-QTD-MOVIMENTO         PIC  9(007)V9(002) VALUE ZEROS.
       77 W-PRODUTO-EDITADO       PIC  9(005) VALUE ZEROS.
      * CONTRATO DE PRECO NEGOCIADO (VER CONTRATO.CPY), COMO NA TELA
      * DE PEDIDOS: O PRECO DO CONTRATO VIGENTE NA DATA DO PEDIDO, DO
      * CLIENTE OU DO SEU GRUPO, E A BASE DO ITEM NO LUGAR DA LISTA.
       77 W-RAIZ-CNPJ-CLI         PIC  9(008) VALUE ZEROS.
       77 W-DATA-CONTRATO         PIC  9(008) VALUE ZEROS.
       77 W-FIM-CONTRATO          PIC  X(001) VALUE "N".
       77 W-PRECO-CONTRATO        PIC  9(009)V9(002) VALUE ZEROS.
       77 W-PRECO-BASE            PIC  9(009)V9(002) VALUE ZEROS.
       01  W-CONTRATO-BUSCA.
           03 W-CB-COD-CLIENTE    PIC  9(007) VALUE ZEROS.
           03 W-CB-RAIZ-CNPJ      PIC  9(008) VALUE ZEROS.
           03 W-CB-COD-PRODUTO    PIC  9(005) VALUE ZEROS.

       01  W-TABELA-ITENS.
           03 W-ITEM OCCURS 50 TIMES.
              05 W-ITEM-PRODUTO  PIC  9(005).
              05 W-ITEM-QTDE     PIC  9(005)V9(002).
              05 W-ITEM-PRECO    PIC  9(009)V9(002).
              05 W-ITEM-VALOR    PIC  9(009)V9(002).

      * TOTAIS DO ARQUIVO CORRENTE E DA IMPORTACAO.
       77 W-ARQ-ACEITOS           PIC  9(005) VALUE ZEROS.
       77 W-ARQ-PENDENTES         PIC  9(005) VALUE ZEROS.
       77 W-ARQ-REJEITADOS        PIC  9(005) VALUE ZEROS.
       77 W-QTD-ARQUIVOS          PIC  9(005) VALUE ZEROS.
       77 W-QTD-ARQ-REJEITADOS    PIC  9(005) VALUE ZEROS.
       77 W-QTD-ACEITOS           PIC  9(007) VALUE ZEROS.
       77 W-QTD-PENDENTES         PIC  9(007) VALUE ZEROS.
       77 W-QTD-REJEITADOS        PIC  9(007) VALUE ZEROS.
       77 W-VALOR-ACEITO          PIC  9(011)V9(002) VALUE ZEROS.
       77 W-VALOR-PENDENTE        PIC  9(011)V9(002) VALUE ZEROS.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "IMPORTACAO DE PEDIDOS DE CAMPO".

       01  W-LINHA-VENDEDOR.
           03 FILLER              PIC  X(010) VALUE "VENDEDOR: ".
           03 W-LV-VENDEDOR       PIC  ZZ9.
           03 FILLER              PIC  X(003) VALUE " - ".
           03 W-LV-NOME           PIC  X(030).
           03 FILLER              PIC  X(010) VALUE " ARQUIVO: ".
           03 W-LV-DATA           PIC  99999999.
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-LV-SEQUENCIA      PIC  9999.

       01  W-REJ-ARQUIVO.
           03 FILLER              PIC  X(020) VALUE
              "ARQUIVO REJEITADO:".
           03 W-REJ-A-MOTIVO      PIC  X(050).

       01  W-COLUNAS.
           03 FILLER              PIC  X(006) VALUE "CAMPO".
           03 FILLER              PIC  X(008) VALUE "CLIENTE".
           03 FILLER              PIC  X(015) VALUE
              "          VALOR".
           03 FILLER              PIC  X(010) VALUE " SITUACAO".
           03 FILLER              PIC  X(008) VALUE " PEDIDO".
           03 FILLER              PIC  X(030) VALUE "MOTIVO".

       01  W-DETALHE.
           03 W-D-NUM-CAMPO       PIC  ZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-CLIENTE         PIC  ZZZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-VALOR           PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-SITUACAO        PIC  X(009).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-PEDIDO          PIC  ZZZZZZZ.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-MOTIVO          PIC  X(030).

       01  W-TOTAL-ARQUIVO.
           03 FILLER              PIC  X(012) VALUE "   ACEITOS: ".
           03 W-TA-ACEITOS        PIC  ZZZZ9.
           03 FILLER              PIC  X(014) VALUE "   PENDENTES: ".
           03 W-TA-PENDENTES      PIC  ZZZZ9.
           03 FILLER              PIC  X(015) VALUE "   REJEITADOS: ".
           03 W-TA-REJEITADOS     PIC  ZZZZ9.

       01  W-LINHA-TOTAL.
           03 W-LT-DESCRICAO      PIC  X(030).
           03 W-LT-QUANTIDADE     PIC  ZZZZZZ9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-LT-VALOR          PIC  ZZZZZZZZZZ9,99.

       01  W-NENHUM-ARQUIVO.
           03 FILLER              PIC  X(040) VALUE
              "** NENHUM ARQUIVO DE PEDIDOS DE CAMPO **".

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE "PEDIDOS DE CAMPO".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relImportPedido'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-MODO-LOTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE

           OPEN OUTPUT REL-IMPORTACAO

           WRITE REL-IMPORTACAO-LINHA FROM W-CABECALHO-1
           WRITE REL-IMPORTACAO-LINHA FROM W-CABECALHO-2

           PERFORM 050-LER-CONTROLES
           PERFORM 060-ABRIR-CADASTROS

           OPEN INPUT ARQ-VENDEDOR

           IF WV-FILE-STATUS EQUAL "00"
              MOVE "N" TO W-FIM-VENDEDOR
              READ ARQ-VENDEDOR NEXT
                   AT END MOVE "S" TO W-FIM-VENDEDOR
              END-READ
              PERFORM 100-PROCESSAR-VENDEDOR
                UNTIL W-FIM-VENDEDOR EQUAL TO "S"
              CLOSE ARQ-VENDEDOR
           END-IF

           PERFORM 070-FECHAR-CADASTROS
           PERFORM 080-GRAVAR-CONTROLES

           IF W-QTD-ARQUIVOS EQUAL TO ZEROS
              MOVE SPACES TO REL-IMPORTACAO-LINHA
              WRITE REL-IMPORTACAO-LINHA
              WRITE REL-IMPORTACAO-LINHA FROM W-NENHUM-ARQUIVO
           END-IF

           PERFORM 500-IMPRIMIR-TOTAIS

           CLOSE REL-IMPORTACAO

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
           END-IF

           MOVE SS-USUARIO TO W-USUARIO-ESTOQUE.

      * REGISTRO DE CONTROLE (NUMERACAO DOS PEDIDOS) E ULTIMO ARQUIVO
      * IMPORTADO DE CADA VENDEDOR.
       050-LER-CONTROLES.
           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WT-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF

           PERFORM 950-SANEAR-CONTROLE

           MOVE ZEROS TO W-TABELA-CONTROLE

           OPEN INPUT CTL-CAMPO

           IF WK-FILE-STATUS EQUAL "00"
              READ CTL-CAMPO
                AT END MOVE "10" TO WK-FILE-STATUS
              END-READ
              PERFORM 055-CARREGAR-CONTROLE
                UNTIL WK-FILE-STATUS NOT EQUAL TO "00"
              CLOSE CTL-CAMPO
           END-IF

           MOVE "00" TO WK-FILE-STATUS.

       055-CARREGAR-CONTROLE.
           IF CPC-COD-VENDEDOR NUMERIC
              AND CPC-COD-VENDEDOR GREATER THAN ZEROS
              AND CPC-DATA-ARQUIVO NUMERIC
              AND CPC-SEQUENCIA NUMERIC
              MOVE CPC-DATA-ARQUIVO
                TO W-CC-DATA(CPC-COD-VENDEDOR)
              MOVE CPC-SEQUENCIA
                TO W-CC-SEQUENCIA(CPC-COD-VENDEDOR)
              MOVE CPC-DATA-IMPORTACAO
                TO W-CC-DATA-IMPORTACAO(CPC-COD-VENDEDOR)
           END-IF

           READ CTL-CAMPO
             AT END MOVE "10" TO WK-FILE-STATUS
           END-READ.

      * CADASTROS ABERTOS UMA VEZ PARA TODA A IMPORTACAO. POLITICA
      * DE DESCONTO, CONTRATOS DE PRECO, CONDICOES, COBRANCA E
      * TITULOS SAO OPCIONAIS.
       060-ABRIR-CADASTROS.
           OPEN INPUT  ARQ-CLIENTE
           OPEN INPUT  ARQ-DISTRIBUICAO
           OPEN I-O    ARQ-PRODUTO
           OPEN I-O    ARQ-PEDIDO
           OPEN I-O    ARQ-ITEM-PEDIDO
           OPEN EXTEND ARQ-MOVESTOQUE

           OPEN I-O ARQ-LIBERACAO
           IF WQ-FILE-STATUS NOT EQUAL "00"
              OPEN OUTPUT ARQ-LIBERACAO
              CLOSE ARQ-LIBERACAO
              OPEN I-O ARQ-LIBERACAO
           END-IF

           OPEN INPUT ARQ-POLITICA-DESC
           IF WL-FILE-STATUS EQUAL "00"
              MOVE "S" TO W-TEM-POLITICA
           END-IF

           OPEN INPUT ARQ-CONTRATO
           IF WJ-FILE-STATUS EQUAL "00"
              MOVE "S" TO W-TEM-CONTRATO
           END-IF

           OPEN INPUT ARQ-COND-PAGTO
           IF WN-FILE-STATUS EQUAL "00"
              MOVE "S" TO W-TEM-COND-PAGTO
           END-IF

           OPEN INPUT ARQ-COBRANCA
           IF WG-FILE-STATUS EQUAL "00"
              MOVE "S" TO W-TEM-COBRANCA
           END-IF

           OPEN INPUT ARQ-TITULO
           IF WB-FILE-STATUS EQUAL "00"
              MOVE "S" TO W-TEM-TITULO
           END-IF.

       070-FECHAR-CADASTROS.
           IF W-TEM-TITULO EQUAL TO "S"
              CLOSE ARQ-TITULO
           END-IF

           IF W-TEM-COBRANCA EQUAL TO "S"
              CLOSE ARQ-COBRANCA
           END-IF

           IF W-TEM-COND-PAGTO EQUAL TO "S"
              CLOSE ARQ-COND-PAGTO
           END-IF

           IF W-TEM-CONTRATO EQUAL TO "S"
              CLOSE ARQ-CONTRATO
           END-IF

           IF W-TEM-POLITICA EQUAL TO "S"
              CLOSE ARQ-POLITICA-DESC
           END-IF

           CLOSE ARQ-LIBERACAO
           CLOSE ARQ-MOVESTOQUE
           CLOSE ARQ-ITEM-PEDIDO
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-CLIENTE.

      * O CONTROLE SO E REGRAVADO QUANDO ALGUM PEDIDO FOI NUMERADO;
      * O DE ARQUIVOS IMPORTADOS, SEMPRE, COM TODOS OS VENDEDORES.
       080-GRAVAR-CONTROLES.
           IF W-CONTADOR-ALTERADO EQUAL TO "S"
              OPEN OUTPUT ARQ-CONTROLE
              WRITE ARQ-CONTROLE-REG
              CLOSE ARQ-CONTROLE
           END-IF

           OPEN OUTPUT CTL-CAMPO

           PERFORM 085-GRAVAR-UM-CONTROLE
             VARYING W-IND-CONTROLE FROM 1 BY 1
             UNTIL W-IND-CONTROLE EQUAL TO 999

           MOVE 999 TO W-IND-CONTROLE
           PERFORM 085-GRAVAR-UM-CONTROLE

           CLOSE CTL-CAMPO.

       085-GRAVAR-UM-CONTROLE.
           IF W-CC-DATA(W-IND-CONTROLE) GREATER THAN ZEROS
              MOVE W-IND-CONTROLE     TO CPC-COD-VENDEDOR
              MOVE W-CC-DATA(W-IND-CONTROLE)
                TO CPC-DATA-ARQUIVO
              MOVE W-CC-SEQUENCIA(W-IND-CONTROLE)
                TO CPC-SEQUENCIA
              MOVE W-CC-DATA-IMPORTACAO(W-IND-CONTROLE)
                TO CPC-DATA-IMPORTACAO
              WRITE CTL-CAMPO-REG
           END-IF.

      *****************************************************************
      * UM VENDEDOR DO CADASTRO: SEM ARQUIVO DEVOLVIDO NAO HA NADA A *
      * FAZER; COM ARQUIVO, CONFERE E IMPORTA, E GRAVA O RETORNO     *
      * DELE.                                                        *
      *****************************************************************
       100-PROCESSAR-VENDEDOR.
           MOVE COD-VENDEDOR  TO W-VENDEDOR-ATUAL
           MOVE NOME-VENDEDOR TO W-NOME-VENDEDOR

           MOVE SPACES TO W-LABEL-CAMPO
           STRING "pedidoCampo"
                  W-VENDEDOR-ATUAL
                  DELIMITED BY SIZE
                  INTO W-LABEL-CAMPO

           OPEN INPUT ARQ-CAMPO

           IF WR-FILE-STATUS EQUAL "00"
              CLOSE ARQ-CAMPO
              ADD 1 TO W-QTD-ARQUIVOS
              PERFORM 110-IMPORTAR-ARQUIVO
           END-IF

           READ ARQ-VENDEDOR NEXT
                AT END MOVE "S" TO W-FIM-VENDEDOR
           END-READ.

       110-IMPORTAR-ARQUIVO.
           MOVE SPACES TO W-LABEL-RETORNO
           STRING "retornoPedido"
                  W-VENDEDOR-ATUAL
                  DELIMITED BY SIZE
                  INTO W-LABEL-RETORNO

           OPEN OUTPUT RET-CAMPO

           MOVE ZEROS TO W-ARQ-ACEITOS
           MOVE ZEROS TO W-ARQ-PENDENTES
           MOVE ZEROS TO W-ARQ-REJEITADOS

           PERFORM 120-VALIDAR-ARQUIVO

           MOVE W-VENDEDOR-ATUAL   TO W-LV-VENDEDOR
           MOVE W-NOME-VENDEDOR    TO W-LV-NOME
           MOVE W-PCH-DATA         TO W-LV-DATA
           MOVE W-PCH-SEQUENCIA    TO W-LV-SEQUENCIA

           MOVE SPACES TO REL-IMPORTACAO-LINHA
           WRITE REL-IMPORTACAO-LINHA
           WRITE REL-IMPORTACAO-LINHA FROM W-LINHA-VENDEDOR

           WRITE RET-CAMPO-LINHA FROM W-CABECALHO-1
           WRITE RET-CAMPO-LINHA FROM W-CABECALHO-2
           MOVE SPACES TO RET-CAMPO-LINHA
           WRITE RET-CAMPO-LINHA
           WRITE RET-CAMPO-LINHA FROM W-LINHA-VENDEDOR

           IF W-ARQUIVO-VALIDO EQUAL TO "S"
              WRITE REL-IMPORTACAO-LINHA FROM W-COLUNAS
              WRITE RET-CAMPO-LINHA FROM W-COLUNAS

              PERFORM 200-IMPORTAR-PEDIDOS

              MOVE W-PCH-DATA      TO W-CC-DATA(W-VENDEDOR-ATUAL)
              MOVE W-PCH-SEQUENCIA TO W-CC-SEQUENCIA(W-VENDEDOR-ATUAL)
              MOVE W-DATA-HOJE
                TO W-CC-DATA-IMPORTACAO(W-VENDEDOR-ATUAL)

              MOVE W-ARQ-ACEITOS    TO W-TA-ACEITOS
              MOVE W-ARQ-PENDENTES  TO W-TA-PENDENTES
              MOVE W-ARQ-REJEITADOS TO W-TA-REJEITADOS
              WRITE REL-IMPORTACAO-LINHA FROM W-TOTAL-ARQUIVO
              WRITE RET-CAMPO-LINHA FROM W-TOTAL-ARQUIVO
           ELSE
              ADD 1 TO W-QTD-ARQ-REJEITADOS
              MOVE W-MOTIVO-ARQUIVO TO W-REJ-A-MOTIVO
              WRITE REL-IMPORTACAO-LINHA FROM W-REJ-ARQUIVO
              WRITE RET-CAMPO-LINHA FROM W-REJ-ARQUIVO
           END-IF

           CLOSE RET-CAMPO.

      *****************************************************************
      * PRIMEIRA PASSAGEM: HEADER NA PRIMEIRA LINHA E DO PROPRIO     *
      * VENDEDOR, ITENS LOGO ABAIXO DO SEU PEDIDO, TRAILER NO FIM    *
      * COM AS QUANTIDADES E A SOMA DOS ITENS, E ARQUIVO MAIS NOVO   *
      * QUE O ULTIMO IMPORTADO. SO ENTAO HA IMPORTACAO.              *
      *****************************************************************
       120-VALIDAR-ARQUIVO.
           MOVE "S"    TO W-ARQUIVO-VALIDO
           MOVE SPACES TO W-MOTIVO-ARQUIVO
           MOVE "N"    TO W-TEM-TRAILER
           MOVE "S"    TO W-PRIMEIRA-LINHA
           MOVE ZEROS  TO W-QTD-PEDIDOS-LIDOS
           MOVE ZEROS  TO W-QTD-ITENS-LIDOS
           MOVE ZEROS  TO W-SOMA-ITENS
           MOVE ZEROS  TO W-NUM-CAMPO-ATUAL
           MOVE ZEROS  TO W-PC-HEADER
           MOVE ZEROS  TO W-PC-TRAILER
           MOVE "N"    TO W-FIM-CAMPO

           OPEN INPUT ARQ-CAMPO

           READ ARQ-CAMPO
             AT END MOVE "S" TO W-FIM-CAMPO
           END-READ

           IF W-FIM-CAMPO EQUAL TO "S"
              MOVE "ARQUIVO VAZIO" TO W-MOTIVO-AUX
              PERFORM 129-REJEITAR-ARQUIVO
           END-IF

           PERFORM 125-CONFERIR-LINHA UNTIL W-FIM-CAMPO = "S"

           CLOSE ARQ-CAMPO

           IF W-ARQUIVO-VALIDO EQUAL TO "S"
              PERFORM 127-CONFERIR-TOTAIS
           END-IF.

       125-CONFERIR-LINHA.
           IF W-PRIMEIRA-LINHA EQUAL TO "S"
              MOVE "N" TO W-PRIMEIRA-LINHA
              IF PC-TIPO EQUAL TO "H"
                 MOVE PC-DADOS TO W-PC-HEADER
              ELSE
                 MOVE "ARQUIVO SEM HEADER NA PRIMEIRA LINHA"
                   TO W-MOTIVO-AUX
                 PERFORM 129-REJEITAR-ARQUIVO
              END-IF
           ELSE
              IF W-TEM-TRAILER EQUAL TO "S"
                 MOVE "LINHA DEPOIS DO TRAILER" TO W-MOTIVO-AUX
                 PERFORM 129-REJEITAR-ARQUIVO
              END-IF

              EVALUATE PC-TIPO
                WHEN "P"
                   MOVE PC-DADOS TO W-PC-PEDIDO
                   IF W-PCP-NUM-CAMPO    NOT NUMERIC
                      OR W-PCP-COD-CLIENTE  NOT NUMERIC
                      OR W-PCP-NUM-ENDERECO NOT NUMERIC
                      OR W-PCP-DATA         NOT NUMERIC
                      OR W-PCP-COND-PAGTO   NOT NUMERIC
                      MOVE "PEDIDO COM CAMPO NAO NUMERICO"
                        TO W-MOTIVO-AUX
                      PERFORM 129-REJEITAR-ARQUIVO
                   ELSE
                      ADD  1               TO W-QTD-PEDIDOS-LIDOS
                      MOVE W-PCP-NUM-CAMPO TO W-NUM-CAMPO-ATUAL
                   END-IF
                WHEN "I"
                   MOVE PC-DADOS TO W-PC-ITEM
                   IF W-PCI-NUM-CAMPO NOT NUMERIC
                      OR W-PCI-PRODUTO NOT NUMERIC
                      OR W-PCI-QTDE    NOT NUMERIC
                      OR W-PCI-PRECO   NOT NUMERIC
                      MOVE "ITEM COM CAMPO NAO NUMERICO"
                        TO W-MOTIVO-AUX
                      PERFORM 129-REJEITAR-ARQUIVO
                   ELSE
                      IF W-QTD-PEDIDOS-LIDOS EQUAL TO ZEROS
                         OR W-PCI-NUM-CAMPO NOT EQUAL TO
                            W-NUM-CAMPO-ATUAL
                         MOVE "ITEM FORA DO SEU PEDIDO"
                           TO W-MOTIVO-AUX
                         PERFORM 129-REJEITAR-ARQUIVO
                      ELSE
                         ADD 1 TO W-QTD-ITENS-LIDOS
                         COMPUTE W-SOMA-ITENS ROUNDED = W-SOMA-ITENS
                               + W-PCI-QTDE * W-PCI-PRECO
                      END-IF
                   END-IF
                WHEN "T"
                   MOVE "S"      TO W-TEM-TRAILER
                   MOVE PC-DADOS TO W-PC-TRAILER
                WHEN "H"
                   MOVE "HEADER REPETIDO NO ARQUIVO" TO W-MOTIVO-AUX
                   PERFORM 129-REJEITAR-ARQUIVO
                WHEN OTHER
                   MOVE "TIPO DE LINHA DESCONHECIDO" TO W-MOTIVO-AUX
                   PERFORM 129-REJEITAR-ARQUIVO
              END-EVALUATE
           END-IF

           READ ARQ-CAMPO
             AT END MOVE "S" TO W-FIM-CAMPO
           END-READ.

       127-CONFERIR-TOTAIS.
           EVALUATE TRUE
             WHEN W-TEM-TRAILER NOT EQUAL TO "S"
                MOVE "ARQUIVO SEM TRAILER" TO W-MOTIVO-AUX
                PERFORM 129-REJEITAR-ARQUIVO
             WHEN W-PCH-VENDEDOR NOT NUMERIC
                  OR W-PCH-DATA NOT NUMERIC
                  OR W-PCH-SEQUENCIA NOT NUMERIC
                MOVE "HEADER COM CAMPO NAO NUMERICO" TO W-MOTIVO-AUX
                PERFORM 129-REJEITAR-ARQUIVO
             WHEN W-PCH-VENDEDOR NOT EQUAL TO W-VENDEDOR-ATUAL
                MOVE "HEADER DE OUTRO VENDEDOR" TO W-MOTIVO-AUX
                PERFORM 129-REJEITAR-ARQUIVO
             WHEN W-PCT-QTD-PEDIDOS NOT NUMERIC
                  OR W-PCT-QTD-ITENS NOT NUMERIC
                  OR W-PCT-VALOR-TOTAL NOT NUMERIC
                MOVE "TRAILER COM CAMPO NAO NUMERICO" TO W-MOTIVO-AUX
                PERFORM 129-REJEITAR-ARQUIVO
             WHEN W-PCT-QTD-PEDIDOS NOT EQUAL TO W-QTD-PEDIDOS-LIDOS
                MOVE "QUANTIDADE DE PEDIDOS DIFERENTE DO TRAILER"
                  TO W-MOTIVO-AUX
                PERFORM 129-REJEITAR-ARQUIVO
             WHEN W-PCT-QTD-ITENS NOT EQUAL TO W-QTD-ITENS-LIDOS
                MOVE "QUANTIDADE DE ITENS DIFERENTE DO TRAILER"
                  TO W-MOTIVO-AUX
                PERFORM 129-REJEITAR-ARQUIVO
             WHEN W-PCT-VALOR-TOTAL NOT EQUAL TO W-SOMA-ITENS
                MOVE "VALOR TOTAL DIFERENTE DO TRAILER"
                  TO W-MOTIVO-AUX
                PERFORM 129-REJEITAR-ARQUIVO
             WHEN W-PCH-CHAVE NOT GREATER THAN
                  W-CC-CHAVE(W-VENDEDOR-ATUAL)
                MOVE "ARQUIVO JA IMPORTADO (DATA/SEQUENCIAL)"
                  TO W-MOTIVO-AUX
                PERFORM 129-REJEITAR-ARQUIVO
             WHEN OTHER
                CONTINUE
           END-EVALUATE.

      * SO O PRIMEIRO MOTIVO ENCONTRADO VAI PARA O RELATORIO.
       129-REJEITAR-ARQUIVO.
           IF W-ARQUIVO-VALIDO EQUAL TO "S"
              MOVE "N"          TO W-ARQUIVO-VALIDO
              MOVE W-MOTIVO-AUX TO W-MOTIVO-ARQUIVO
           END-IF.

      *****************************************************************
      * SEGUNDA PASSAGEM: CADA PEDIDO E MONTADO COM OS SEUS ITENS E  *
      * AVALIADO QUANDO CHEGA O PROXIMO PEDIDO OU O TRAILER.         *
      *****************************************************************
       200-IMPORTAR-PEDIDOS.
           MOVE "N" TO W-TEM-PEDIDO
           MOVE "N" TO W-FIM-CAMPO

           OPEN INPUT ARQ-CAMPO

           READ ARQ-CAMPO
             AT END MOVE "S" TO W-FIM-CAMPO
           END-READ

           PERFORM 210-IMPORTAR-LINHA UNTIL W-FIM-CAMPO = "S"

           CLOSE ARQ-CAMPO.

       210-IMPORTAR-LINHA.
           EVALUATE PC-TIPO
             WHEN "P"
                IF W-TEM-PEDIDO EQUAL TO "S"
                   PERFORM 300-AVALIAR-PEDIDO
                END-IF
                MOVE PC-DADOS TO W-PC-PEDIDO
                MOVE "S"      TO W-TEM-PEDIDO
                MOVE "N"      TO W-EXCESSO-ITENS
                MOVE ZEROS    TO W-QTD-ITENS
             WHEN "I"
                MOVE PC-DADOS TO W-PC-ITEM
                IF W-QTD-ITENS NOT LESS THAN 50
                   MOVE "S" TO W-EXCESSO-ITENS
                ELSE
                   ADD  1             TO W-QTD-ITENS
                   MOVE W-PCI-PRODUTO TO W-ITEM-PRODUTO(W-QTD-ITENS)
                   MOVE W-PCI-QTDE    TO W-ITEM-QTDE(W-QTD-ITENS)
                   MOVE W-PCI-PRECO   TO W-ITEM-PRECO(W-QTD-ITENS)
                   MOVE ZEROS         TO W-ITEM-VALOR(W-QTD-ITENS)
                END-IF
             WHEN "T"
                IF W-TEM-PEDIDO EQUAL TO "S"
                   PERFORM 300-AVALIAR-PEDIDO
                END-IF
             WHEN OTHER
                CONTINUE
           END-EVALUATE

           READ ARQ-CAMPO
             AT END MOVE "S" TO W-FIM-CAMPO
           END-READ.

      *****************************************************************
      * AS REGRAS DA TELA DE PEDIDOS, NA MESMA ORDEM. UMA RECUSA     *
      * ENCERRA A AVALIACAO; O QUE NA TELA PEDIRIA LIBERACAO SO      *
      * MUDA O STATUS COM QUE O PEDIDO ENTRA.                        *
      *****************************************************************
       300-AVALIAR-PEDIDO.
           MOVE "N"    TO W-TEM-PEDIDO
           MOVE SPACES TO W-MOTIVO-REJEICAO
           MOVE SPACES TO W-MOTIVO-LIBERACAO
           MOVE ZEROS  TO W-PED-VALOR
           MOVE ZEROS  TO W-PED-FRETE
           MOVE ZEROS  TO W-NUM-PEDIDO

           PERFORM 310-VALIDAR-CLIENTE

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              PERFORM 320-VALIDAR-ATRIBUICAO
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              PERFORM 330-VALIDAR-CONDICAO
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              PERFORM 340-VALIDAR-ITENS
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              PERFORM 370-CALCULAR-FRETE
              PERFORM 350-VALIDAR-COBRANCA
              PERFORM 360-VALIDAR-CREDITO
           END-IF

           IF W-MOTIVO-REJEICAO EQUAL TO SPACES
              PERFORM 400-GRAVAR-PEDIDO
           END-IF

           MOVE W-PCP-NUM-CAMPO   TO W-D-NUM-CAMPO
           MOVE W-PCP-COD-CLIENTE TO W-D-CLIENTE
           MOVE W-PED-VALOR       TO W-D-VALOR
           MOVE W-NUM-PEDIDO      TO W-D-PEDIDO

           EVALUATE TRUE
             WHEN W-MOTIVO-REJEICAO NOT EQUAL TO SPACES
                ADD  1                 TO W-ARQ-REJEITADOS
                ADD  1                 TO W-QTD-REJEITADOS
                MOVE "REJEITADO"       TO W-D-SITUACAO
                MOVE W-MOTIVO-REJEICAO TO W-D-MOTIVO
             WHEN W-PED-STATUS EQUAL TO "L"
                ADD  1                  TO W-ARQ-PENDENTES
                ADD  1                  TO W-QTD-PENDENTES
                ADD  W-PED-VALOR        TO W-VALOR-PENDENTE
                MOVE "PENDENTE"         TO W-D-SITUACAO
                MOVE W-MOTIVO-LIBERACAO TO W-D-MOTIVO
             WHEN OTHER
                ADD  1                  TO W-ARQ-ACEITOS
                ADD  1                  TO W-QTD-ACEITOS
                ADD  W-PED-VALOR        TO W-VALOR-ACEITO
                MOVE "ACEITO"           TO W-D-SITUACAO
                MOVE SPACES             TO W-D-MOTIVO
           END-EVALUATE

           WRITE REL-IMPORTACAO-LINHA FROM W-DETALHE
           WRITE RET-CAMPO-LINHA FROM W-DETALHE.

      * CLIENTE GRAVADO ANTES DA CLASSE ABC, DO LIMITE DE CREDITO OU
      * DA EMPRESA VEM COM O CAMPO EM BRANCO; SANEIA COMO A TELA.
       310-VALIDAR-CLIENTE.
           MOVE W-PCP-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

           IF WC-FILE-STATUS NOT EQUAL TO "00" OR CLIENTE-INATIVO
              MOVE "CLIENTE INEXISTENTE OU INATIVO"
                TO W-MOTIVO-REJEICAO
           ELSE
              MOVE CLASSE-CLIENTE         TO W-CLASSE-CLI
              MOVE LIMITE-CREDITO-CLIENTE TO W-LIMITE-CRED-CLI
              MOVE COD-EMPRESA-CLIENTE    TO W-EMPRESA-CLI
              MOVE CNPJ(1:8)              TO W-RAIZ-CNPJ-CLI
              MOVE COD-REGIAO-CLIENTE     TO W-REGIAO-CLI
              MOVE LATITUDE-CLIENTE       TO W-LATITUDE-CLI
              MOVE LONGITUDE-CLIENTE      TO W-LONGITUDE-CLI

              IF W-CLASSE-CLI NOT EQUAL TO "A"
                 AND W-CLASSE-CLI NOT EQUAL TO "B"
                 MOVE "C" TO W-CLASSE-CLI
              END-IF

              IF W-LIMITE-CRED-CLI NOT NUMERIC
                 MOVE ZEROS TO W-LIMITE-CRED-CLI
              END-IF

              IF W-EMPRESA-CLI NOT NUMERIC
                 OR W-EMPRESA-CLI EQUAL TO ZEROS
                 MOVE 1 TO W-EMPRESA-CLI
              END-IF
           END-IF.

      * O PEDIDO SO E ACEITO PARA O VENDEDOR QUE A DISTRIBUICAO
      * ATRIBUIU AO CLIENTE/ENDERECO.
       320-VALIDAR-ATRIBUICAO.
           MOVE W-PCP-COD-CLIENTE  TO D-COD-CLIENTE
           MOVE W-PCP-NUM-ENDERECO TO D-NUM-ENDERECO
           READ ARQ-DISTRIBUICAO RECORD KEY IS D-CHAVE

           IF WD-FILE-STATUS NOT EQUAL TO "00"
              MOVE "CLIENTE/ENDERECO SEM ATRIBUICAO"
                TO W-MOTIVO-REJEICAO
           ELSE
              IF D-COD-VENDEDOR NOT EQUAL TO W-VENDEDOR-ATUAL
                 MOVE "CLIENTE ATRIBUIDO A OUTRO VENDEDOR"
                   TO W-MOTIVO-REJEICAO
              END-IF
           END-IF.

      * ZEROS = SEM CONDICAO (TITULO UNICO); SEM O CADASTRO DE
      * CONDICOES, SO ZEROS E ACEITO.
       330-VALIDAR-CONDICAO.
           IF W-PCP-COND-PAGTO GREATER THAN ZEROS
              IF W-TEM-COND-PAGTO EQUAL TO "S"
                 MOVE W-PCP-COND-PAGTO TO CP-COD-CONDICAO
                 READ ARQ-COND-PAGTO RECORD KEY IS CP-COD-CONDICAO

                 IF WN-FILE-STATUS NOT EQUAL TO "00"
                    OR NOT CONDICAO-ATIVA
                    OR CP-QTD-PARCELAS EQUAL TO ZEROS
                    OR CP-QTD-PARCELAS GREATER THAN 12
                    MOVE "CONDICAO DE PAGAMENTO INVALIDA"
                      TO W-MOTIVO-REJEICAO
                 END-IF
              ELSE
                 MOVE "CONDICAO DE PAGAMENTO INVALIDA"
                   TO W-MOTIVO-REJEICAO
              END-IF
           END-IF.

       340-VALIDAR-ITENS.
           EVALUATE TRUE
             WHEN W-QTD-ITENS EQUAL TO ZEROS
                MOVE "PEDIDO SEM ITENS" TO W-MOTIVO-REJEICAO
             WHEN W-EXCESSO-ITENS EQUAL TO "S"
                MOVE "PEDIDO COM MAIS DE 50 ITENS"
                  TO W-MOTIVO-REJEICAO
             WHEN OTHER
                IF W-PCP-DATA GREATER THAN ZEROS
                   MOVE W-PCP-DATA TO W-DATA-CONTRATO
                ELSE
                   MOVE W-PCH-DATA TO W-DATA-CONTRATO
                END-IF

                PERFORM 345-BUSCAR-LIMITE-CLASSE
                PERFORM 346-VALIDAR-UM-ITEM
                  VARYING W-IND-ITEM FROM 1 BY 1
                  UNTIL W-IND-ITEM GREATER THAN W-QTD-ITENS
                     OR W-MOTIVO-REJEICAO NOT EQUAL TO SPACES
           END-EVALUATE.

      * LIMITE DE DESCONTO DA CLASSE DO CLIENTE NA POLITICA; SEM
      * POLITICA OU SEM REGISTRO DA CLASSE NAO HA VALIDACAO.
       345-BUSCAR-LIMITE-CLASSE.
           MOVE "N"   TO W-TEM-LIMITE-CLASSE
           MOVE ZEROS TO W-PCT-DESC-LIMITE

           IF W-TEM-POLITICA EQUAL TO "S"
              MOVE W-CLASSE-CLI TO PD-CLASSE
              READ ARQ-POLITICA-DESC RECORD KEY IS PD-CLASSE

              IF WL-FILE-STATUS EQUAL TO "00"
                 MOVE "S"             TO W-TEM-LIMITE-CLASSE
                 MOVE PD-PCT-DESC-MAX TO W-PCT-DESC-LIMITE
              END-IF
           END-IF.

      * PRODUTO ATIVO E QUANTIDADE INFORMADA; PRECO ZERADO VIRA O
      * PRECO BASE (O DO CONTRATO VIGENTE OU, SEM CONTRATO, O DE
      * LISTA). PRECO ABAIXO DA BASE ALEM DO LIMITE DA CLASSE PEDE
      * LIBERACAO.
       346-VALIDAR-UM-ITEM.
           MOVE W-ITEM-PRODUTO(W-IND-ITEM) TO PRD-COD-PRODUTO
           READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO

           IF WF-FILE-STATUS NOT EQUAL TO "00" OR PRODUTO-INATIVO
              MOVE W-ITEM-PRODUTO(W-IND-ITEM) TO W-PRODUTO-EDITADO
              STRING "PRODUTO "            DELIMITED BY SIZE
                     W-PRODUTO-EDITADO     DELIMITED BY SIZE
                     " INEXISTENTE/INATIVO" DELIMITED BY SIZE
                     INTO W-MOTIVO-REJEICAO
           ELSE
              IF W-ITEM-QTDE(W-IND-ITEM) EQUAL TO ZEROS
                 MOVE "ITEM COM QUANTIDADE ZERADA"
                   TO W-MOTIVO-REJEICAO
              ELSE
                 PERFORM 347-BUSCAR-CONTRATO

                 IF W-ITEM-PRECO(W-IND-ITEM) EQUAL TO ZEROS
                    MOVE W-PRECO-BASE TO W-ITEM-PRECO(W-IND-ITEM)
                 END-IF

                 IF W-ITEM-PRECO(W-IND-ITEM) LESS THAN W-PRECO-BASE
                    AND W-TEM-LIMITE-CLASSE EQUAL TO "S"
                    COMPUTE W-PCT-DESCONTO ROUNDED =
                            (W-PRECO-BASE - W-ITEM-PRECO(W-IND-ITEM))
                            / W-PRECO-BASE * 100
                    IF W-PCT-DESCONTO GREATER THAN W-PCT-DESC-LIMITE
                       AND W-MOTIVO-LIBERACAO EQUAL TO SPACES
                       MOVE "DESCONTO ACIMA DO LIMITE DA CLASSE"
                         TO W-MOTIVO-LIBERACAO
                       MOVE "D" TO W-TIPO-LIBERACAO
                       MOVE W-ITEM-PRODUTO(W-IND-ITEM)
                         TO W-PRODUTO-LIBERACAO
                       MOVE W-PCT-DESC-LIMITE TO W-LIMITE-LIBERACAO
                       MOVE W-PCT-DESCONTO    TO W-VALOR-LIBERACAO
                    END-IF
                 END-IF

                 COMPUTE W-ITEM-VALOR(W-IND-ITEM) ROUNDED =
                         W-ITEM-QTDE(W-IND-ITEM)
                       * W-ITEM-PRECO(W-IND-ITEM)
                 ADD W-ITEM-VALOR(W-IND-ITEM) TO W-PED-VALOR
              END-IF
           END-IF.

      * PRECO BASE DO ITEM: CONTRATO VIGENTE DO CLIENTE OU, NA FALTA
      * DELE, DO GRUPO ECONOMICO; SEM CONTRATO, O PRECO DE LISTA. MESMA
      * REGRA DE 119-BUSCAR-CONTRATO NA TELAPEDIDO.
       347-BUSCAR-CONTRATO.
           MOVE ZEROS           TO W-PRECO-CONTRATO
           MOVE PRD-PRECO-LISTA TO W-PRECO-BASE

           IF W-TEM-CONTRATO EQUAL TO "S"
              MOVE W-PCP-COD-CLIENTE          TO W-CB-COD-CLIENTE
              MOVE ZEROS                      TO W-CB-RAIZ-CNPJ
              MOVE W-ITEM-PRODUTO(W-IND-ITEM) TO W-CB-COD-PRODUTO
              PERFORM 348-PROCURAR-CONTRATO

              IF W-PRECO-CONTRATO EQUAL TO ZEROS
                 MOVE ZEROS           TO W-CB-COD-CLIENTE
                 MOVE W-RAIZ-CNPJ-CLI TO W-CB-RAIZ-CNPJ
                 PERFORM 348-PROCURAR-CONTRATO
              END-IF

              IF W-PRECO-CONTRATO GREATER THAN ZEROS
                 MOVE W-PRECO-CONTRATO TO W-PRECO-BASE
              END-IF
           END-IF.

      * O ULTIMO CONTRATO DA CHAVE VIGENTE NA DATA DO PEDIDO
      * PREVALECE.
       348-PROCURAR-CONTRATO.
           MOVE "N"              TO W-FIM-CONTRATO
           MOVE W-CONTRATO-BUSCA TO CT-CHAVE
           MOVE ZEROS            TO CT-DATA-INICIO

           START ARQ-CONTRATO KEY IS NOT LESS THAN CT-CHAVE

           IF WJ-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-CONTRATO
           ELSE
              READ ARQ-CONTRATO NEXT
                AT END MOVE "S" TO W-FIM-CONTRATO
              END-READ
           END-IF

           PERFORM 349-CONFERIR-CONTRATO UNTIL W-FIM-CONTRATO = "S".

       349-CONFERIR-CONTRATO.
           IF CT-CHAVE(1:20) NOT EQUAL TO W-CONTRATO-BUSCA
              MOVE "S" TO W-FIM-CONTRATO
           ELSE
              IF CT-DATA-INICIO NOT GREATER THAN W-DATA-CONTRATO
                 AND CT-DATA-FIM NOT LESS THAN W-DATA-CONTRATO
                 MOVE CT-PRECO-CONTRATO TO W-PRECO-CONTRATO
              END-IF

              READ ARQ-CONTRATO NEXT
                AT END MOVE "S" TO W-FIM-CONTRATO
              END-READ
           END-IF.

      * CLIENTE NO NIVEL DE BLOQUEIO DA COBRANCA PEDE LIBERACAO.
       350-VALIDAR-COBRANCA.
           IF W-TEM-COBRANCA EQUAL TO "S"
              MOVE W-PCP-COD-CLIENTE TO CB-COD-CLIENTE
              READ ARQ-COBRANCA RECORD KEY IS CB-COD-CLIENTE

              IF WG-FILE-STATUS EQUAL TO "00"
                 AND COBRANCA-BLOQUEIO
                 AND W-MOTIVO-LIBERACAO EQUAL TO SPACES
                 MOVE "CLIENTE BLOQUEADO NA COBRANCA"
                   TO W-MOTIVO-LIBERACAO
                 MOVE "B"   TO W-TIPO-LIBERACAO
                 MOVE ZEROS TO W-PRODUTO-LIBERACAO
                 MOVE ZEROS TO W-LIMITE-LIBERACAO
                 COMPUTE W-VALOR-LIBERACAO = W-PED-VALOR + W-PED-FRETE
              END-IF
           END-IF.

      * SALDOS EM ABERTO DO CONTAS A RECEBER MAIS O PEDIDO (COM O
      * FRETE) ACIMA DO LIMITE DO CADASTRO PEDEM LIBERACAO (ZEROS =
      * SEM LIMITE).
       360-VALIDAR-CREDITO.
           IF W-LIMITE-CRED-CLI GREATER THAN ZEROS
              PERFORM 365-SOMAR-TITULOS-ABERTOS

              IF W-SALDO-ABERTO + W-PED-VALOR + W-PED-FRETE
                 GREATER THAN W-LIMITE-CRED-CLI
                 AND W-MOTIVO-LIBERACAO EQUAL TO SPACES
                 MOVE "LIMITE DE CREDITO EXCEDIDO"
                   TO W-MOTIVO-LIBERACAO
                 MOVE "C"   TO W-TIPO-LIBERACAO
                 MOVE ZEROS TO W-PRODUTO-LIBERACAO
                 MOVE W-LIMITE-CRED-CLI TO W-LIMITE-LIBERACAO
                 COMPUTE W-VALOR-LIBERACAO = W-SALDO-ABERTO
                                           + W-PED-VALOR + W-PED-FRETE
              END-IF
           END-IF.

       365-SOMAR-TITULOS-ABERTOS.
           MOVE ZEROS TO W-SALDO-ABERTO
           MOVE "N"   TO W-FIM-TITULO

      * LE SO OS TITULOS DO CLIENTE, PELA CHAVE ALTERNADA.
           IF W-TEM-TITULO EQUAL TO "S"
              MOVE W-PCP-COD-CLIENTE TO TIT-COD-CLIENTE
              START ARQ-TITULO KEY IS EQUAL TO TIT-COD-CLIENTE

              IF WB-FILE-STATUS EQUAL TO "00"
                 READ ARQ-TITULO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-TITULO
                 END-READ
              ELSE
                 MOVE "S" TO W-FIM-TITULO
              END-IF

              PERFORM 366-SOMAR-UM-TITULO UNTIL W-FIM-TITULO = "S"
           END-IF.

       366-SOMAR-UM-TITULO.
           IF TIT-COD-CLIENTE NOT EQUAL TO W-PCP-COD-CLIENTE
              MOVE "S" TO W-FIM-TITULO
           ELSE
              IF TITULO-ABERTO
                 AND TIT-VALOR GREATER THAN TIT-VALOR-PAGO
                 COMPUTE W-SALDO-ABERTO = W-SALDO-ABERTO
                       + TIT-VALOR - TIT-VALOR-PAGO
              END-IF

              READ ARQ-TITULO NEXT RECORD
                AT END MOVE "S" TO W-FIM-TITULO
              END-READ
           END-IF.

      * FRETE PELA DISTANCIA DO DEPOSITO DA EMPRESA DO CLIENTE AO
      * ENDERECO DE ENTREGA, COMO NA TELA DE PEDIDOS.
       370-CALCULAR-FRETE.
           CALL "CALCFRETE" USING W-PCP-COD-CLIENTE,
                                  W-PCP-NUM-ENDERECO,
                                  W-EMPRESA-CLI,
                                  W-REGIAO-CLI,
                                  W-LATITUDE-CLI,
                                  W-LONGITUDE-CLI,
                                  W-PED-VALOR,
                                  W-PED-DISTANCIA,
                                  W-PED-FRETE
           END-CALL.

      *****************************************************************
      * GRAVA O PEDIDO COM O PROXIMO NUMERO DO CONTROLE, DIGITADO OU *
      * AGUARDANDO LIBERACAO, E OS ITENS COM A RESERVA DE ESTOQUE    *
      * DA TELA DE PEDIDOS.                                          *
      *****************************************************************
       400-GRAVAR-PEDIDO.
           ADD  1   TO CTL-ULTIMO-NUM-PEDIDO
           MOVE "S" TO W-CONTADOR-ALTERADO
           MOVE CTL-ULTIMO-NUM-PEDIDO TO W-NUM-PEDIDO

           IF W-MOTIVO-LIBERACAO EQUAL TO SPACES
              MOVE "D" TO W-PED-STATUS
           ELSE
              MOVE "L" TO W-PED-STATUS
           END-IF

           IF W-PCP-DATA GREATER THAN ZEROS
              MOVE W-PCP-DATA TO W-PED-DATA
           ELSE
              MOVE W-PCH-DATA TO W-PED-DATA
           END-IF

           MOVE W-NUM-PEDIDO       TO P-NUM-PEDIDO
           MOVE W-PCP-COD-CLIENTE  TO P-COD-CLIENTE
           MOVE W-VENDEDOR-ATUAL   TO P-COD-VENDEDOR
           MOVE W-PCP-NUM-ENDERECO TO P-NUM-ENDERECO
           MOVE W-PED-DATA         TO P-DATA-PEDIDO
           MOVE W-PED-VALOR        TO P-VALOR-PEDIDO
           MOVE W-PED-STATUS       TO P-STATUS-PEDIDO
           MOVE SPACES             TO P-MOTIVO-CANCELAMENTO
           MOVE SPACES             TO P-USUARIO-LIBERACAO
           MOVE W-EMPRESA-CLI      TO P-COD-EMPRESA
           MOVE W-PCP-COND-PAGTO   TO P-COD-COND-PAGTO
           MOVE SPACES             TO P-SERIE-NF
           MOVE ZEROS              TO P-NUM-NF, P-DATA-NF
           MOVE ZEROS              TO P-NUM-ROMANEIO
           MOVE W-PED-FRETE        TO P-VALOR-FRETE

           WRITE ARQ-PEDIDO-REG

           IF WP-FILE-STATUS NOT EQUAL TO "00"
              MOVE "ERRO NA GRAVACAO DO PEDIDO" TO W-MOTIVO-REJEICAO
              MOVE ZEROS TO W-NUM-PEDIDO
           ELSE
              PERFORM 410-GRAVAR-UM-ITEM
                VARYING W-IND-ITEM FROM 1 BY 1
                UNTIL W-IND-ITEM GREATER THAN W-QTD-ITENS

              IF W-PED-STATUS EQUAL TO "L"
                 PERFORM 420-GRAVAR-LIBERACAO-PENDENTE
              END-IF
           END-IF.

      * CADA ITEM RESERVA O QUE HOUVER DE DISPONIVEL NO ESTOQUE DO
      * PRODUTO; O QUE FALTAR FICA PENDENTE NO ITEM (BACKORDER).
       410-GRAVAR-UM-ITEM.
           MOVE W-NUM-PEDIDO               TO IT-NUM-PEDIDO
           MOVE W-IND-ITEM                 TO IT-SEQ-ITEM
           MOVE W-ITEM-PRODUTO(W-IND-ITEM) TO IT-COD-PRODUTO
           MOVE W-ITEM-QTDE(W-IND-ITEM)    TO IT-QUANTIDADE
           MOVE W-ITEM-PRECO(W-IND-ITEM)   TO IT-PRECO-UNITARIO
           MOVE W-ITEM-VALOR(W-IND-ITEM)   TO IT-VALOR-ITEM
           MOVE ZEROS                      TO IT-QTD-RESERVADA
           MOVE IT-QUANTIDADE              TO IT-QTD-PENDENTE
           MOVE ZEROS                      TO IT-QTD-DEVOLVIDA

           MOVE IT-COD-PRODUTO TO PRD-COD-PRODUTO
           READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO

           IF WF-FILE-STATUS EQUAL TO "00"
              PERFORM 960-SANEAR-ESTOQUE
              PERFORM 955-RESERVAR-PENDENTE

              IF IT-QTD-PENDENTE GREATER THAN ZEROS
                 MOVE "B"             TO ME-TIPO
                 MOVE "+"             TO ME-SENTIDO
                 MOVE IT-QTD-PENDENTE TO W-QTD-MOVIMENTO
                 PERFORM 970-GRAVAR-MOVTO-ESTOQUE
              END-IF
           END-IF

           WRITE ARQ-ITEM-PEDIDO-REG.

      * O PEDIDO RETIDO DEIXA NO LOG A LIBERACAO QUE ELE ESPERA, SEM
      * USUARIO; A TELA DE PEDIDOS A COMPLETA QUANDO O LIBERA.
       420-GRAVAR-LIBERACAO-PENDENTE.
           MOVE W-NUM-PEDIDO        TO LB-NUM-PEDIDO
           MOVE 1                   TO LB-SEQ
           MOVE W-TIPO-LIBERACAO    TO LB-TIPO
           MOVE "I"                 TO LB-ORIGEM
           MOVE W-PCP-COD-CLIENTE   TO LB-COD-CLIENTE
           MOVE W-VENDEDOR-ATUAL    TO LB-COD-VENDEDOR
           MOVE W-PRODUTO-LIBERACAO TO LB-COD-PRODUTO
           MOVE W-LIMITE-LIBERACAO  TO LB-VALOR-LIMITE
           MOVE W-VALOR-LIBERACAO   TO LB-VALOR-EXCEDIDO
           MOVE SPACES              TO LB-USUARIO
           MOVE ZEROS               TO LB-DATA-HORA

           WRITE ARQ-LIBERACAO-REG.

       500-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-IMPORTACAO-LINHA
           WRITE REL-IMPORTACAO-LINHA

           MOVE "ARQUIVOS RECEBIDOS..........:" TO W-LT-DESCRICAO
           MOVE W-QTD-ARQUIVOS   TO W-LT-QUANTIDADE
           MOVE ZEROS            TO W-LT-VALOR
           WRITE REL-IMPORTACAO-LINHA FROM W-LINHA-TOTAL

           MOVE "ARQUIVOS REJEITADOS.........:" TO W-LT-DESCRICAO
           MOVE W-QTD-ARQ-REJEITADOS TO W-LT-QUANTIDADE
           MOVE ZEROS            TO W-LT-VALOR
           WRITE REL-IMPORTACAO-LINHA FROM W-LINHA-TOTAL

           MOVE "PEDIDOS ACEITOS.............:" TO W-LT-DESCRICAO
           MOVE W-QTD-ACEITOS    TO W-LT-QUANTIDADE
           MOVE W-VALOR-ACEITO   TO W-LT-VALOR
           WRITE REL-IMPORTACAO-LINHA FROM W-LINHA-TOTAL

           MOVE "PEDIDOS AGUARDANDO LIBERACAO:" TO W-LT-DESCRICAO
           MOVE W-QTD-PENDENTES  TO W-LT-QUANTIDADE
           MOVE W-VALOR-PENDENTE TO W-LT-VALOR
           WRITE REL-IMPORTACAO-LINHA FROM W-LINHA-TOTAL

           MOVE "PEDIDOS REJEITADOS..........:" TO W-LT-DESCRICAO
           MOVE W-QTD-REJEITADOS TO W-LT-QUANTIDADE
           MOVE ZEROS            TO W-LT-VALOR
           WRITE REL-IMPORTACAO-LINHA FROM W-LINHA-TOTAL.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

      * REGISTRO DE CONTROLE GRAVADO ANTES DE ALGUNS CAMPOS EXISTIREM
      * VEM CURTO, E A LEITURA OS PREENCHE COM ESPACOS; SANEIA PARA
      * ZEROS ANTES DE USAR OU REGRAVAR.
       950-SANEAR-CONTROLE.
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
           END-IF.

      * RESERVA PARA O ITEM O QUANTO DA PENDENCIA O DISPONIVEL DO
      * PRODUTO (FISICO - RESERVADO) COBRIR. O PRODUTO LIDO DEVE
      * ESTAR NO BUFFER DE ARQ-PRODUTO.
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

       END PROGRAM IMPORTPEDIDO.
