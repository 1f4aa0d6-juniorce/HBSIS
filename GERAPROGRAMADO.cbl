       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GERAPROGRAMADO AS "GERAPROGRAMADO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * GERACAO DOS PEDIDOS PROGRAMADOS (VER PROGRAMADO.CPY). CADA   *
      * PROGRAMADO ATIVO COM A PROXIMA DATA ATE HOJE VIRA UM PEDIDO  *
      * DE VERDADE, COM O NUMERO DO REGISTRO DE CONTROLE, O PRECO DO *
      * DIA (CONTRATO VIGENTE OU LISTA) MENOS O DESCONTO DO          *
      * PROGRAMADO, O VENDEDOR QUE A DISTRIBUICAO ATRIBUI AO         *
      * CLIENTE/ENDERECO, O FRETE E A RESERVA DE ESTOQUE, COMO NA    *
      * IMPORTACAO DOS PEDIDOS DE CAMPO. AS REGRAS SAO AS MESMAS:    *
      * CLIENTE NAO INATIVO, CONDICAO ATIVA, PRODUTOS ATIVOS,        *
      * DESCONTO DENTRO DO LIMITE DA CLASSE, COBRANCA E LIMITE DE    *
      * CREDITO. COMO NAO HA QUEM PECA LIBERACAO PARA O PROGRAMADO,  *
      * QUALQUER REGRA VIOLADA IMPEDE O PEDIDO: O PROGRAMADO SAI NO  *
      * RELATORIO (RELPEDIDOPROGRAMADO) E NA FILA DE EXCECOES        *
      * (CADEXCECAO, ORIGEM "P", VER EXCECAO.CPY). GERADO OU NAO, A  *
      * PROXIMA DATA AVANCA PELA FREQUENCIA PARA DEPOIS DE HOJE, E O *
      * PROGRAMADO QUE PASSA DA DATA FIM E ENCERRADO. E EXECUTADO    *
      * COMO PASSO DO LOTE NOTURNO, DEPOIS DA DISTRIBUICAO, E SO     *
      * GERA EM DIA UTIL: O PROGRAMADO DEVIDO NUM DOMINGO OU FERIADO *
      * SAI NA EXECUCAO DO DIA UTIL SEGUINTE.                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROGRAMADO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PG-NUM-PROGRAMADO
                  FILE STATUS   IS WQ-FILE-STATUS.

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

           SELECT ARQ-FERIADO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FE-DATA
                  FILE STATUS   IS WH-FILE-STATUS.

           SELECT ARQ-MOVESTOQUE ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WE-FILE-STATUS.

           SELECT ARQ-EXCECAO   ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WA-FILE-STATUS.

      * EXCECOES MANTIDAS, GUARDADAS ENQUANTO A FILA E RECRIADA SEM
      * AS EXCECOES DE PROGRAMADOS JA TRATADAS.
           SELECT WRK-EXCECAO   ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W2-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT REL-PROGRAMADO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROGRAMADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedidoProgramado'.
       COPY "PROGRAMADO.CPY".

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

       FD  ARQ-FERIADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadFeriado'.
       COPY "FERIADO.CPY".

       FD  ARQ-MOVESTOQUE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'movEstoque'.
       COPY "MOVESTOQUE.CPY".

       FD  ARQ-EXCECAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadExcecao'.
       COPY "EXCECAO.CPY".

       FD  WRK-EXCECAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'wrkExcecaoProgramado'.
       01  WRK-EXCECAO-LINHA      PIC  X(080).

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       FD  REL-PROGRAMADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relPedidoProgramado'.
       01  REL-PROGRAMADO-LINHA   PIC  X(080).

       WORKING-STORAGE SECTION.
       77 WQ-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WD-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WF-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WI-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WJ-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WB-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WN-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WH-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WE-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WA-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W2-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WX-FILE-STATUS          PIC  X(002) VALUE "00".
      * "S" QUANDO O PROGRAMA FOI CHAMADO PELO LOTE NOTURNO (VER
      * SS-MODO-LOTE EM SESSAO.CPY).
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
       77 W-FIM-PROGRAMADO        PIC  X(001) VALUE "N".
       77 W-FIM-ARQUIVO           PIC  X(001) VALUE "N".
       77 W-FIM-TITULO            PIC  X(001) VALUE "N".
       77 W-DATA-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-DIAS-HOJE             PIC  9(008) VALUE ZEROS.
      * 1 = SEGUNDA-FEIRA ... 7 = DOMINGO.
       77 W-DIA-SEMANA            PIC  9(001) VALUE ZEROS.
      * "S" = HOJE E DIA UTIL (NAO E DOMINGO NEM FERIADO CADASTRADO).
       77 W-DIA-UTIL              PIC  X(001) VALUE "S".
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

      * PEDIDO CORRENTE, MONTADO A PARTIR DO PROGRAMADO.
       77 W-NUM-PEDIDO            PIC  9(007) VALUE ZEROS.
       77 W-VENDEDOR-PEDIDO       PIC  9(003) VALUE ZEROS.
       77 W-PED-VALOR             PIC  9(009)V9(002) VALUE ZEROS.
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
       77 W-PCT-DESC-LIMITE       PIC  9(003)V9(002) VALUE ZEROS.
       77 W-TEM-LIMITE-CLASSE     PIC  X(001) VALUE "N".
       77 W-SALDO-ABERTO          PIC  9(011)V9(002) VALUE ZEROS.
      * MOTIVO PELO QUAL O PEDIDO NAO FOI GERADO (BRANCO = GERADO).
       77 W-MOTIVO-FALHA          PIC  X(029) VALUE SPACES.
       77 W-QTD-ITENS             PIC  9(003) VALUE ZEROS.
       77 W-IND-ITEM              PIC  9(003) VALUE ZEROS.
       77 W-IT-DISPONIVEL         PIC S9(007)V9(002) VALUE ZEROS.
       77 W-QTD-MOVIMENTO         PIC  9(007)V9(002) VALUE ZEROS.
       77 W-PRODUTO-EDITADO       PIC  9(005) VALUE ZEROS.
      * CONTRATO DE PRECO NEGOCIADO (VER CONTRATO.CPY): O PRECO DO
      * CONTRATO VIGENTE HOJE, DO CLIENTE OU DO SEU GRUPO, E A BASE
      * DO ITEM NO LUGAR DA LISTA.
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
           03 W-ITEM OCCURS 10 TIMES.
              05 W-ITEM-PRODUTO  PIC  9(005).
              05 W-ITEM-QTDE     PIC  9(005)V9(002).
              05 W-ITEM-PRECO    PIC  9(009)V9(002).
              05 W-ITEM-VALOR    PIC  9(009)V9(002).

      * AVANCO DA PROXIMA DATA PELA FREQUENCIA.
       01  W-PROXIMA-DATA         PIC  9(008) VALUE ZEROS.
       01  FILLER REDEFINES W-PROXIMA-DATA.
           03 W-PX-ANO            PIC  9(004).
           03 W-PX-MES            PIC  9(002).
           03 W-PX-DIA            PIC  9(002).
       01  W-DATA-AUXILIAR        PIC  9(008) VALUE ZEROS.
       01  FILLER REDEFINES W-DATA-AUXILIAR.
           03 W-AX-ANO            PIC  9(004).
           03 W-AX-MES            PIC  9(002).
           03 W-AX-DIA            PIC  9(002).
       77 W-DIA-DESEJADO          PIC  9(002) VALUE ZEROS.

      * MOTIVO GRAVADO NA FILA DE EXCECOES.
       01  W-MOTIVO-EXCECAO.
           03 FILLER              PIC  X(005) VALUE "PROG.".
           03 W-ME-PROGRAMADO     PIC  9(005).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-ME-MOTIVO         PIC  X(029).

      * TOTAIS DA GERACAO.
       77 W-QTD-DEVIDOS           PIC  9(007) VALUE ZEROS.
       77 W-QTD-GERADOS           PIC  9(007) VALUE ZEROS.
       77 W-QTD-FALHAS            PIC  9(007) VALUE ZEROS.
       77 W-QTD-ENCERRADOS        PIC  9(007) VALUE ZEROS.
       77 W-VALOR-GERADO          PIC  9(011)V9(002) VALUE ZEROS.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(032) VALUE
              "GERACAO DE PEDIDOS PROGRAMADOS".
           03 W-C2-DIA            PIC  X(002).
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-C2-MES            PIC  X(002).
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-C2-ANO            PIC  X(004).

       01  W-COLUNAS.
           03 FILLER              PIC  X(006) VALUE "PROG.".
           03 FILLER              PIC  X(008) VALUE "CLIENTE".
           03 FILLER              PIC  X(015) VALUE
              "          VALOR".
           03 FILLER              PIC  X(010) VALUE " SITUACAO".
           03 FILLER              PIC  X(008) VALUE " PEDIDO".
           03 FILLER              PIC  X(030) VALUE "MOTIVO".

       01  W-DETALHE.
           03 W-D-PROGRAMADO      PIC  ZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-CLIENTE         PIC  ZZZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-VALOR           PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-SITUACAO        PIC  X(009).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-PEDIDO          PIC  ZZZZZZZ.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-MOTIVO          PIC  X(029).

       01  W-LINHA-TOTAL.
           03 W-LT-DESCRICAO      PIC  X(030).
           03 W-LT-QUANTIDADE     PIC  ZZZZZZ9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-LT-VALOR          PIC  ZZZZZZZZZZ9,99.

       01  W-DIA-NAO-UTIL.
           03 FILLER              PIC  X(050) VALUE
              "** DIA NAO UTIL - NENHUM PROGRAMADO FOI GERADO **".

       01  W-NENHUM-PROGRAMADO.
           03 FILLER              PIC  X(040) VALUE
              "** NENHUM PROGRAMADO DEVIDO HOJE **".

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE
           "PEDIDOS PROGRAMADOS".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE
           'relPedidoProgramado'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-MODO-LOTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE
           COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
           MOVE W-DATA-HOJE TO W-DATA-CONTRATO

           OPEN OUTPUT REL-PROGRAMADO

           MOVE W-DATA-HOJE(7:2) TO W-C2-DIA
           MOVE W-DATA-HOJE(5:2) TO W-C2-MES
           MOVE W-DATA-HOJE(1:4) TO W-C2-ANO

           WRITE REL-PROGRAMADO-LINHA FROM W-CABECALHO-1
           WRITE REL-PROGRAMADO-LINHA FROM W-CABECALHO-2
           MOVE SPACES TO REL-PROGRAMADO-LINHA
           WRITE REL-PROGRAMADO-LINHA
           WRITE REL-PROGRAMADO-LINHA FROM W-COLUNAS

           PERFORM 010-VERIFICAR-DIA-UTIL

           IF W-DIA-UTIL EQUAL TO "S"
              PERFORM 020-PROCESSAR-PROGRAMADOS
           ELSE
              MOVE SPACES TO REL-PROGRAMADO-LINHA
              WRITE REL-PROGRAMADO-LINHA
              WRITE REL-PROGRAMADO-LINHA FROM W-DIA-NAO-UTIL
           END-IF

           PERFORM 500-IMPRIMIR-TOTAIS

           CLOSE REL-PROGRAMADO

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

      * O LOTE JA NAO RODA EM DIA NAO UTIL; A CONFERENCIA AQUI VALE
      * PARA A EXECUCAO AVULSA PELO MENU.
       010-VERIFICAR-DIA-UTIL.
           MOVE "S" TO W-DIA-UTIL

           COMPUTE W-DIA-SEMANA =
                   FUNCTION MOD(W-DIAS-HOJE - 1, 7) + 1

           IF W-DIA-SEMANA EQUAL TO 7
              MOVE "N" TO W-DIA-UTIL
           ELSE
              OPEN INPUT ARQ-FERIADO

              IF WH-FILE-STATUS EQUAL TO "00"
                 MOVE W-DATA-HOJE TO FE-DATA
                 READ ARQ-FERIADO RECORD KEY IS FE-DATA

                 IF WH-FILE-STATUS EQUAL TO "00"
                    MOVE "N" TO W-DIA-UTIL
                 END-IF

                 CLOSE ARQ-FERIADO
              END-IF
           END-IF.

       020-PROCESSAR-PROGRAMADOS.
           PERFORM 050-LER-CONTROLE
           PERFORM 600-LIMPAR-EXCECOES
           PERFORM 060-ABRIR-CADASTROS

           OPEN I-O ARQ-PROGRAMADO

           IF WQ-FILE-STATUS EQUAL "00"
              MOVE "N" TO W-FIM-PROGRAMADO
              READ ARQ-PROGRAMADO NEXT
                   AT END MOVE "S" TO W-FIM-PROGRAMADO
              END-READ
              PERFORM 100-PROCESSAR-PROGRAMADO
                UNTIL W-FIM-PROGRAMADO EQUAL TO "S"
              CLOSE ARQ-PROGRAMADO
           END-IF

           PERFORM 070-FECHAR-CADASTROS
           CLOSE ARQ-EXCECAO

           IF W-CONTADOR-ALTERADO EQUAL TO "S"
              OPEN OUTPUT ARQ-CONTROLE
              WRITE ARQ-CONTROLE-REG
              CLOSE ARQ-CONTROLE
           END-IF

           IF W-QTD-DEVIDOS EQUAL TO ZEROS
              MOVE SPACES TO REL-PROGRAMADO-LINHA
              WRITE REL-PROGRAMADO-LINHA
              WRITE REL-PROGRAMADO-LINHA FROM W-NENHUM-PROGRAMADO
           END-IF.

      * REGISTRO DE CONTROLE (NUMERACAO DOS PEDIDOS).
       050-LER-CONTROLE.
           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WT-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF

           PERFORM 950-SANEAR-CONTROLE.

      * CADASTROS ABERTOS UMA VEZ PARA TODA A GERACAO. POLITICA DE
      * DESCONTO, CONTRATOS DE PRECO, CONDICOES, COBRANCA E TITULOS
      * SAO OPCIONAIS.
       060-ABRIR-CADASTROS.
           OPEN INPUT  ARQ-CLIENTE
           OPEN INPUT  ARQ-DISTRIBUICAO
           OPEN I-O    ARQ-PRODUTO
           OPEN I-O    ARQ-PEDIDO
           OPEN I-O    ARQ-ITEM-PEDIDO
           OPEN EXTEND ARQ-MOVESTOQUE

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

           CLOSE ARQ-MOVESTOQUE
           CLOSE ARQ-ITEM-PEDIDO
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-CLIENTE.

      *****************************************************************
      * UM PROGRAMADO DO CADASTRO: SO O ATIVO COM A PROXIMA DATA ATE *
      * HOJE E DEVIDO. GERADO OU NAO, GRAVA O RESULTADO E AVANCA A   *
      * PROXIMA DATA.                                                *
      *****************************************************************
       100-PROCESSAR-PROGRAMADO.
           IF PROGRAMADO-ATIVO
              AND PG-PROXIMA-DATA NOT GREATER THAN W-DATA-HOJE
              ADD 1 TO W-QTD-DEVIDOS
              PERFORM 300-AVALIAR-PROGRAMADO
              PERFORM 200-AVANCAR-PROXIMA-DATA

              MOVE W-DATA-HOJE    TO PG-DATA-ULTIMA-GERACAO
              MOVE W-NUM-PEDIDO   TO PG-ULTIMO-PEDIDO
              MOVE W-MOTIVO-FALHA TO PG-ULTIMO-MOTIVO

              REWRITE ARQ-PROGRAMADO-REG
           END-IF

           READ ARQ-PROGRAMADO NEXT
             AT END MOVE "S" TO W-FIM-PROGRAMADO
           END-READ.

      * A PROXIMA DATA PASSA PARA DEPOIS DE HOJE, PARA UM PROGRAMADO
      * ATRASADO (LOTE PARADO, DIAS NAO UTEIS) GERAR UM SO PEDIDO.
      * PASSANDO DA DATA FIM, O PROGRAMADO E ENCERRADO.
       200-AVANCAR-PROXIMA-DATA.
           MOVE PG-PROXIMA-DATA TO W-PROXIMA-DATA

           IF PG-DIA-MES NUMERIC
              AND PG-DIA-MES GREATER THAN ZEROS
              AND PG-DIA-MES NOT GREATER THAN 31
              MOVE PG-DIA-MES TO W-DIA-DESEJADO
           ELSE
              MOVE W-PX-DIA   TO W-DIA-DESEJADO
           END-IF

           PERFORM 210-AVANCAR-UM-PERIODO
             UNTIL W-PROXIMA-DATA GREATER THAN W-DATA-HOJE

           MOVE W-PROXIMA-DATA TO PG-PROXIMA-DATA

           IF PG-DATA-FIM GREATER THAN ZEROS
              AND PG-PROXIMA-DATA GREATER THAN PG-DATA-FIM
              MOVE "E" TO PG-STATUS
              ADD  1   TO W-QTD-ENCERRADOS
           END-IF.

      * SEMANAL E QUINZENAL CONTAM DIAS CORRIDOS; O MENSAL VAI PARA
      * O DIA DESEJADO DO MES SEGUINTE OU, SE O MES FOR MAIS CURTO,
      * PARA O ULTIMO DIA DELE.
       210-AVANCAR-UM-PERIODO.
           EVALUATE TRUE
             WHEN PROGRAMADO-SEMANAL
                COMPUTE W-PROXIMA-DATA = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(W-PROXIMA-DATA) + 7)
             WHEN PROGRAMADO-QUINZENAL
                COMPUTE W-PROXIMA-DATA = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(W-PROXIMA-DATA) + 14)
             WHEN OTHER
                IF W-PX-MES EQUAL TO 12
                   ADD  1 TO W-PX-ANO
                   MOVE 1 TO W-PX-MES
                ELSE
                   ADD  1 TO W-PX-MES
                END-IF

      * ULTIMO DIA DO MES: A VESPERA DO PRIMEIRO DIA DO MES SEGUINTE.
                MOVE W-PX-ANO TO W-AX-ANO
                MOVE W-PX-MES TO W-AX-MES
                MOVE 1        TO W-AX-DIA

                IF W-AX-MES EQUAL TO 12
                   ADD  1 TO W-AX-ANO
                   MOVE 1 TO W-AX-MES
                ELSE
                   ADD  1 TO W-AX-MES
                END-IF

                COMPUTE W-DATA-AUXILIAR = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(W-DATA-AUXILIAR) - 1)

                IF W-DIA-DESEJADO GREATER THAN W-AX-DIA
                   MOVE W-AX-DIA       TO W-PX-DIA
                ELSE
                   MOVE W-DIA-DESEJADO TO W-PX-DIA
                END-IF
           END-EVALUATE.

      *****************************************************************
      * AS REGRAS DA IMPORTACAO DE PEDIDOS, NA MESMA ORDEM. QUALQUER *
      * REGRA VIOLADA ENCERRA A AVALIACAO SEM GERAR O PEDIDO.        *
      *****************************************************************
       300-AVALIAR-PROGRAMADO.
           MOVE SPACES TO W-MOTIVO-FALHA
           MOVE ZEROS  TO W-PED-VALOR
           MOVE ZEROS  TO W-PED-FRETE
           MOVE ZEROS  TO W-NUM-PEDIDO
           MOVE ZEROS  TO W-VENDEDOR-PEDIDO

           PERFORM 310-VALIDAR-CLIENTE

           IF W-MOTIVO-FALHA EQUAL TO SPACES
              PERFORM 320-BUSCAR-VENDEDOR
           END-IF

           IF W-MOTIVO-FALHA EQUAL TO SPACES
              PERFORM 330-VALIDAR-CONDICAO
           END-IF

           IF W-MOTIVO-FALHA EQUAL TO SPACES
              PERFORM 340-VALIDAR-ITENS
           END-IF

           IF W-MOTIVO-FALHA EQUAL TO SPACES
              PERFORM 370-CALCULAR-FRETE
              PERFORM 350-VALIDAR-COBRANCA
           END-IF

           IF W-MOTIVO-FALHA EQUAL TO SPACES
              PERFORM 360-VALIDAR-CREDITO
           END-IF

           IF W-MOTIVO-FALHA EQUAL TO SPACES
              PERFORM 400-GRAVAR-PEDIDO
           END-IF

           MOVE PG-NUM-PROGRAMADO TO W-D-PROGRAMADO
           MOVE PG-COD-CLIENTE    TO W-D-CLIENTE
           MOVE W-PED-VALOR       TO W-D-VALOR
           MOVE W-NUM-PEDIDO      TO W-D-PEDIDO

           IF W-MOTIVO-FALHA NOT EQUAL TO SPACES
              ADD  1              TO W-QTD-FALHAS
              MOVE "FALHA"        TO W-D-SITUACAO
              MOVE W-MOTIVO-FALHA TO W-D-MOTIVO
              PERFORM 610-GRAVAR-EXCECAO
           ELSE
              ADD  1              TO W-QTD-GERADOS
              ADD  W-PED-VALOR    TO W-VALOR-GERADO
              MOVE "GERADO"       TO W-D-SITUACAO
              MOVE SPACES         TO W-D-MOTIVO
           END-IF

           WRITE REL-PROGRAMADO-LINHA FROM W-DETALHE.

      * CLIENTE GRAVADO ANTES DA CLASSE ABC, DO LIMITE DE CREDITO OU
      * DA EMPRESA VEM COM O CAMPO EM BRANCO; SANEIA COMO A TELA.
       310-VALIDAR-CLIENTE.
           MOVE PG-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

           IF WC-FILE-STATUS NOT EQUAL TO "00" OR CLIENTE-INATIVO
              MOVE "CLIENTE INEXISTENTE/INATIVO" TO W-MOTIVO-FALHA
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

      * O PEDIDO SAI PARA O VENDEDOR QUE A DISTRIBUICAO VIGENTE
      * ATRIBUI AO CLIENTE/ENDERECO.
       320-BUSCAR-VENDEDOR.
           MOVE PG-COD-CLIENTE  TO D-COD-CLIENTE
           MOVE PG-NUM-ENDERECO TO D-NUM-ENDERECO
           READ ARQ-DISTRIBUICAO RECORD KEY IS D-CHAVE

           IF WD-FILE-STATUS NOT EQUAL TO "00"
              OR D-COD-VENDEDOR EQUAL TO ZEROS
              MOVE "SEM VENDEDOR ATRIBUIDO" TO W-MOTIVO-FALHA
           ELSE
              MOVE D-COD-VENDEDOR TO W-VENDEDOR-PEDIDO
           END-IF.

      * ZEROS = SEM CONDICAO (TITULO UNICO); SEM O CADASTRO DE
      * CONDICOES, SO ZEROS E ACEITO.
       330-VALIDAR-CONDICAO.
           IF PG-COD-COND-PAGTO GREATER THAN ZEROS
              IF W-TEM-COND-PAGTO EQUAL TO "S"
                 MOVE PG-COD-COND-PAGTO TO CP-COD-CONDICAO
                 READ ARQ-COND-PAGTO RECORD KEY IS CP-COD-CONDICAO

                 IF WN-FILE-STATUS NOT EQUAL TO "00"
                    OR NOT CONDICAO-ATIVA
                    OR CP-QTD-PARCELAS EQUAL TO ZEROS
                    OR CP-QTD-PARCELAS GREATER THAN 12
                    MOVE "CONDICAO DE PAGTO INVALIDA"
                      TO W-MOTIVO-FALHA
                 END-IF
              ELSE
                 MOVE "CONDICAO DE PAGTO INVALIDA" TO W-MOTIVO-FALHA
              END-IF
           END-IF.

      * O DESCONTO DO PROGRAMADO VALE PARA TODOS OS ITENS E E
      * CONFERIDO UMA VEZ CONTRA O LIMITE DA CLASSE DO CLIENTE.
       340-VALIDAR-ITENS.
           MOVE PG-QTD-ITENS TO W-QTD-ITENS

           IF W-QTD-ITENS GREATER THAN 10
              MOVE 10 TO W-QTD-ITENS
           END-IF

           PERFORM 345-BUSCAR-LIMITE-CLASSE

           EVALUATE TRUE
             WHEN W-QTD-ITENS EQUAL TO ZEROS
                MOVE "PROGRAMADO SEM ITENS" TO W-MOTIVO-FALHA
             WHEN W-TEM-LIMITE-CLASSE EQUAL TO "S"
                  AND PG-PCT-DESCONTO GREATER THAN W-PCT-DESC-LIMITE
                MOVE "DESCONTO ACIMA DO LIMITE" TO W-MOTIVO-FALHA
             WHEN OTHER
                PERFORM 346-VALIDAR-UM-ITEM
                  VARYING W-IND-ITEM FROM 1 BY 1
                  UNTIL W-IND-ITEM GREATER THAN W-QTD-ITENS
                     OR W-MOTIVO-FALHA NOT EQUAL TO SPACES
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

      * PRODUTO ATIVO E QUANTIDADE INFORMADA; O PRECO E O PRECO BASE
      * DO DIA (CONTRATO VIGENTE OU LISTA) MENOS O DESCONTO.
       346-VALIDAR-UM-ITEM.
           MOVE PG-COD-PRODUTO(W-IND-ITEM) TO W-ITEM-PRODUTO(W-IND-ITEM)
           MOVE PG-QUANTIDADE(W-IND-ITEM)  TO W-ITEM-QTDE(W-IND-ITEM)

           MOVE W-ITEM-PRODUTO(W-IND-ITEM) TO PRD-COD-PRODUTO
           READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO

           IF WF-FILE-STATUS NOT EQUAL TO "00" OR PRODUTO-INATIVO
              MOVE W-ITEM-PRODUTO(W-IND-ITEM) TO W-PRODUTO-EDITADO
              STRING "PRODUTO "        DELIMITED BY SIZE
                     W-PRODUTO-EDITADO DELIMITED BY SIZE
                     " INATIVO"        DELIMITED BY SIZE
                     INTO W-MOTIVO-FALHA
           ELSE
              IF W-ITEM-QTDE(W-IND-ITEM) EQUAL TO ZEROS
                 MOVE "ITEM COM QUANTIDADE ZERADA" TO W-MOTIVO-FALHA
              ELSE
                 PERFORM 347-BUSCAR-CONTRATO

                 COMPUTE W-ITEM-PRECO(W-IND-ITEM) ROUNDED =
                         W-PRECO-BASE * (100 - PG-PCT-DESCONTO) / 100

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
              MOVE PG-COD-CLIENTE             TO W-CB-COD-CLIENTE
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

      * O ULTIMO CONTRATO DA CHAVE VIGENTE HOJE PREVALECE.
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

      * CLIENTE NO NIVEL DE BLOQUEIO DA COBRANCA NAO RECEBE PEDIDO.
       350-VALIDAR-COBRANCA.
           IF W-TEM-COBRANCA EQUAL TO "S"
              MOVE PG-COD-CLIENTE TO CB-COD-CLIENTE
              READ ARQ-COBRANCA RECORD KEY IS CB-COD-CLIENTE

              IF WG-FILE-STATUS EQUAL TO "00"
                 AND COBRANCA-BLOQUEIO
                 MOVE "CLIENTE BLOQUEADO NA COBRANCA"
                   TO W-MOTIVO-FALHA
              END-IF
           END-IF.

      * SALDOS EM ABERTO DO CONTAS A RECEBER MAIS O PEDIDO (COM O
      * FRETE) ACIMA DO LIMITE DO CADASTRO (ZEROS = SEM LIMITE).
       360-VALIDAR-CREDITO.
           IF W-LIMITE-CRED-CLI GREATER THAN ZEROS
              PERFORM 365-SOMAR-TITULOS-ABERTOS

              IF W-SALDO-ABERTO + W-PED-VALOR + W-PED-FRETE
                 GREATER THAN W-LIMITE-CRED-CLI
                 MOVE "LIMITE DE CREDITO EXCEDIDO" TO W-MOTIVO-FALHA
              END-IF
           END-IF.

       365-SOMAR-TITULOS-ABERTOS.
           MOVE ZEROS TO W-SALDO-ABERTO
           MOVE "N"   TO W-FIM-TITULO

      * LE SO OS TITULOS DO CLIENTE, PELA CHAVE ALTERNADA.
           IF W-TEM-TITULO EQUAL TO "S"
              MOVE PG-COD-CLIENTE TO TIT-COD-CLIENTE
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
           IF TIT-COD-CLIENTE NOT EQUAL TO PG-COD-CLIENTE
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
           CALL "CALCFRETE" USING PG-COD-CLIENTE,
                                  PG-NUM-ENDERECO,
                                  W-EMPRESA-CLI,
                                  W-REGIAO-CLI,
                                  W-LATITUDE-CLI,
                                  W-LONGITUDE-CLI,
                                  W-PED-VALOR,
                                  W-PED-DISTANCIA,
                                  W-PED-FRETE
           END-CALL.

      *****************************************************************
      * GRAVA O PEDIDO DIGITADO COM O PROXIMO NUMERO DO CONTROLE E   *
      * A DATA DE HOJE, E OS ITENS COM A RESERVA DE ESTOQUE DA TELA  *
      * DE PEDIDOS.                                                  *
      *****************************************************************
       400-GRAVAR-PEDIDO.
           ADD  1   TO CTL-ULTIMO-NUM-PEDIDO
           MOVE "S" TO W-CONTADOR-ALTERADO
           MOVE CTL-ULTIMO-NUM-PEDIDO TO W-NUM-PEDIDO

           MOVE W-NUM-PEDIDO       TO P-NUM-PEDIDO
           MOVE PG-COD-CLIENTE     TO P-COD-CLIENTE
           MOVE W-VENDEDOR-PEDIDO  TO P-COD-VENDEDOR
           MOVE PG-NUM-ENDERECO    TO P-NUM-ENDERECO
           MOVE W-DATA-HOJE        TO P-DATA-PEDIDO
           MOVE W-PED-VALOR        TO P-VALOR-PEDIDO
           MOVE "D"                TO P-STATUS-PEDIDO
           MOVE SPACES             TO P-MOTIVO-CANCELAMENTO
           MOVE SPACES             TO P-USUARIO-LIBERACAO
           MOVE W-EMPRESA-CLI      TO P-COD-EMPRESA
           MOVE PG-COD-COND-PAGTO  TO P-COD-COND-PAGTO
           MOVE SPACES             TO P-SERIE-NF
           MOVE ZEROS              TO P-NUM-NF, P-DATA-NF
           MOVE ZEROS              TO P-NUM-ROMANEIO
           MOVE W-PED-FRETE        TO P-VALOR-FRETE

           WRITE ARQ-PEDIDO-REG

           IF WP-FILE-STATUS NOT EQUAL TO "00"
              MOVE "ERRO NA GRAVACAO DO PEDIDO" TO W-MOTIVO-FALHA
              MOVE ZEROS TO W-NUM-PEDIDO
           ELSE
              PERFORM 410-GRAVAR-UM-ITEM
                VARYING W-IND-ITEM FROM 1 BY 1
                UNTIL W-IND-ITEM GREATER THAN W-QTD-ITENS
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

       500-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-PROGRAMADO-LINHA
           WRITE REL-PROGRAMADO-LINHA

           MOVE "PROGRAMADOS DEVIDOS.........:" TO W-LT-DESCRICAO
           MOVE W-QTD-DEVIDOS    TO W-LT-QUANTIDADE
           MOVE ZEROS            TO W-LT-VALOR
           WRITE REL-PROGRAMADO-LINHA FROM W-LINHA-TOTAL

           MOVE "PEDIDOS GERADOS.............:" TO W-LT-DESCRICAO
           MOVE W-QTD-GERADOS    TO W-LT-QUANTIDADE
           MOVE W-VALOR-GERADO   TO W-LT-VALOR
           WRITE REL-PROGRAMADO-LINHA FROM W-LINHA-TOTAL

           MOVE "FALHAS (FILA DE EXCECOES)...:" TO W-LT-DESCRICAO
           MOVE W-QTD-FALHAS     TO W-LT-QUANTIDADE
           MOVE ZEROS            TO W-LT-VALOR
           WRITE REL-PROGRAMADO-LINHA FROM W-LINHA-TOTAL

           MOVE "PROGRAMADOS ENCERRADOS......:" TO W-LT-DESCRICAO
           MOVE W-QTD-ENCERRADOS TO W-LT-QUANTIDADE
           MOVE ZEROS            TO W-LT-VALOR
           WRITE REL-PROGRAMADO-LINHA FROM W-LINHA-TOTAL.

      *****************************************************************
      * FILA DE EXCECOES: AS EXCECOES DE PROGRAMADOS JA TRATADAS SAO *
      * RETIRADAS; AS DEMAIS, DE TODAS AS ORIGENS, SAO MANTIDAS, E   *
      * AS FALHAS DESTA GERACAO ENTRAM NO FIM DA FILA, QUE FICA      *
      * ABERTA ATE O FIM DO PROCESSAMENTO.                           *
      *****************************************************************
       600-LIMPAR-EXCECOES.
           OPEN OUTPUT WRK-EXCECAO
           OPEN INPUT ARQ-EXCECAO

           IF WA-FILE-STATUS EQUAL "00"
              MOVE "N" TO W-FIM-ARQUIVO
              READ ARQ-EXCECAO
                   AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
              PERFORM 605-GUARDAR-EXCECAO
                UNTIL W-FIM-ARQUIVO EQUAL TO "S"
              CLOSE ARQ-EXCECAO
           END-IF

           CLOSE WRK-EXCECAO

           OPEN OUTPUT ARQ-EXCECAO

           OPEN INPUT WRK-EXCECAO
           MOVE "N" TO W-FIM-ARQUIVO
           READ WRK-EXCECAO
                AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ
           PERFORM 606-DEVOLVER-EXCECAO
             UNTIL W-FIM-ARQUIVO EQUAL TO "S"
           CLOSE WRK-EXCECAO.

       605-GUARDAR-EXCECAO.
           IF EXCECAO-PROGRAMADO AND EXCECAO-RESOLVIDA
              CONTINUE
           ELSE
              WRITE WRK-EXCECAO-LINHA FROM ARQ-EXCECAO-REG
           END-IF

           READ ARQ-EXCECAO
                AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       606-DEVOLVER-EXCECAO.
           MOVE WRK-EXCECAO-LINHA TO ARQ-EXCECAO-REG
           WRITE ARQ-EXCECAO-REG

           READ WRK-EXCECAO
                AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       610-GRAVAR-EXCECAO.
           MOVE PG-NUM-PROGRAMADO TO W-ME-PROGRAMADO
           MOVE W-MOTIVO-FALHA    TO W-ME-MOTIVO

           MOVE PG-COD-CLIENTE    TO E-COD-CLIENTE
           MOVE PG-NUM-ENDERECO   TO E-NUM-ENDERECO
           MOVE W-MOTIVO-EXCECAO  TO E-MOTIVO
           MOVE "P"               TO E-ORIGEM
           MOVE "N"               TO E-RESOLVIDO
           MOVE ZEROS             TO E-DATA-RESOLUCAO
           MOVE SPACES            TO E-USUARIO-RESOLUCAO

           WRITE ARQ-EXCECAO-REG.

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

       END PROGRAM GERAPROGRAMADO.
