       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TELAROMANEIO AS "TELAROMANEIO".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * ROMANEIOS DE ENTREGA. A GERACAO AGRUPA OS PEDIDOS FATURADOS  *
      * AINDA NAO CARREGADOS EM UM ROMANEIO POR REGIAO DO CLIENTE E  *
      * EMPRESA DO PEDIDO PARA A DATA DE ENTREGA INFORMADA, COM UMA  *
      * PARADA POR CLIENTE/ENDERECO DE ENTREGA. O PERCURSO SAI DO    *
      * DEPOSITO DA EMPRESA (VER EMPRESA.CPY) E VAI SEMPRE PARA A    *
      * PARADA MAIS PROXIMA DA POSICAO ATUAL, COM A MESMA FORMULA DE *
      * HAVERSINE DO REPORTROTEIRO, E SAEM A LISTA DE PARADAS        *
      * (relParadas, COM O ENDERECO COMPLETO) E A LISTA DE           *
      * CARREGAMENTO (relCarregamento, NA ORDEM INVERSA DAS          *
      * PARADAS). NA VOLTA DO CAMINHAO, A CONFIRMACAO MARCA CADA     *
      * PARADA COMO ENTREGUE (PEDIDO VAI A ENTREGUE, O QUE ALIMENTA  *
      * A COMISSAO), RECUSADA (O PEDIDO ENTRA NA FILA DE EXCECOES,   *
      * ORIGEM "E", E E TRATADO NA TELAEXCECAO) OU NAO TENTADA       *
      * (PEDIDO VOLTA A FICAR LIVRE PARA OUTRO ROMANEIO).            *
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

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT ARQ-ENDERECO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS END-CHAVE
                  FILE STATUS   IS WX-FILE-STATUS.

           SELECT ARQ-REGIAO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RG-COD-REGIAO
                  FILE STATUS   IS WG-FILE-STATUS.

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

           SELECT ARQ-ROMANEIO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RM-NUM-ROMANEIO
                  FILE STATUS   IS WO-FILE-STATUS.

           SELECT ARQ-ROMANEIO-PARADA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RP-CHAVE
                  FILE STATUS   IS WQ-FILE-STATUS.

           SELECT ARQ-EXCECAO   ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WE-FILE-STATUS.

           SELECT ARQ-EMPRESA   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EM-COD-EMPRESA
                  FILE STATUS   IS WD-FILE-STATUS.

           SELECT ARQ-FECHAMENTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FC-CHAVE
                  FILE STATUS   IS WM-FILE-STATUS.

           SELECT ARQ-CONTROLE  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WT-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT TB-ROMANEIO   ASSIGN TO DISK.

           SELECT REL-PARADAS   ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

           SELECT REL-CARREGAMENTO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

       FD  ARQ-ENDERECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadEnderecoEntrega'.
       COPY "ENDERECO.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadRegiao'.
       COPY "REGIAO.CPY".

       FD  ARQ-ITEM-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadItemPedido'.
       COPY "ITEMPEDIDO.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadProduto'.
       COPY "PRODUTO.CPY".

       FD  ARQ-ROMANEIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadRomaneio'.
       COPY "ROMANEIO.CPY".

       FD  ARQ-ROMANEIO-PARADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadRomaneioParada'.
       COPY "ROMANEIOPARADA.CPY".

       FD  ARQ-EXCECAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadExcecao'.
       COPY "EXCECAO.CPY".

       FD  ARQ-EMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadEmpresa'.
       COPY "EMPRESA.CPY".

       FD  ARQ-FECHAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadFechamentoComissao'.
       COPY "FECHAMENTOCOM.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadControleDistribuicao'.
       COPY "CONTROLE.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       SD  TB-ROMANEIO.
       01  TR-ROMANEIO-REG.
           03 TR-COD-REGIAO       PIC  9(003).
           03 TR-COD-EMPRESA      PIC  9(003).
           03 TR-COD-CLIENTE      PIC  9(007).
           03 TR-NUM-ENDERECO     PIC  9(003).
           03 TR-NUM-PEDIDO       PIC  9(007).
           03 TR-VALOR-PEDIDO     PIC  9(009)V9(002).
           03 TR-SERIE-NF         PIC  X(003).
           03 TR-NUM-NF           PIC  9(009).
           03 TR-LATITUDE         PIC S9(003)V9(008).
           03 TR-LONGITUDE        PIC S9(003)V9(008).

       FD  REL-PARADAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relParadas'.
       01  REL-PARADAS-LINHA      PIC  X(080).

       FD  REL-CARREGAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relCarregamento'.
       01  REL-CARREGAMENTO-LINHA PIC  X(080).

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WOPCAO                 PIC  9      VALUE ZEROS.
       77 WP-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WX-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WI-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WF-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WO-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WQ-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WE-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WD-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WM-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WK-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-USUARIO-SESSAO       PIC  X(020) VALUE SPACES.
      * EMPRESA ATIVA DA SESSAO (ZEROS = CONSOLIDADA): COM EMPRESA
      * ATIVA, SO ENTRAM NOS ROMANEIOS OS PEDIDOS DESSA EMPRESA.
       77 W-EMPRESA-SESSAO       PIC  9(003) VALUE ZEROS.
       77 W-EMPRESA-PEDIDO       PIC  9(003) VALUE ZEROS.
       77 W-DATA-HOJE            PIC  9(008) VALUE ZEROS.
       77 W-DATA-ENTREGA         PIC  9(008) VALUE ZEROS.
       77 W-FIM-PEDIDO           PIC  X(001) VALUE "N".
       77 W-FIM-ROMANEIO         PIC  X(001) VALUE "N".
       77 W-FIM-ITENS            PIC  X(001) VALUE "N".
       77 W-PRIMEIRO-REGISTRO    PIC  X(001) VALUE "S".
       77 W-REGIAO-ATUAL         PIC  9(003) VALUE ZEROS.
       77 W-EMPRESA-ATUAL        PIC  9(003) VALUE ZEROS.

      * RESUMO DA GERACAO, MOSTRADO NO FINAL.
       77 W-QTD-ROMANEIOS        PIC  9(005) VALUE ZEROS.
       77 W-PRIMEIRO-ROMANEIO    PIC  9(007) VALUE ZEROS.
       77 W-QTD-PEDIDOS-CARGA    PIC  9(007) VALUE ZEROS.

      * ROMANEIO EM MONTAGEM (UM POR REGIAO E EMPRESA).
       77 W-NUM-ROMANEIO         PIC  9(007) VALUE ZEROS.
       77 W-RM-QTD-PEDIDOS       PIC  9(005) VALUE ZEROS.
       77 W-RM-VALOR-TOTAL       PIC  9(011)V9(002) VALUE ZEROS.
       77 W-NOME-REGIAO          PIC  X(030) VALUE SPACES.

      * PARADAS DA REGIAO CORRENTE (UMA POR CLIENTE/ENDERECO),
      * ACUMULADAS ATE A QUEBRA DE REGIAO PARA ENTAO MONTAR O
      * PERCURSO. W-ORDEM-PARADA GUARDA, PARA CADA POSICAO DO
      * PERCURSO, O INDICE DA PARADA NA TABELA.
       01  W-TABELA-PARADA.
           03 W-PAR-REGISTRO      OCCURS 999 TIMES.
              05 W-PAR-COD-CLIENTE    PIC 9(007).
              05 W-PAR-NUM-ENDERECO   PIC 9(003).
              05 W-PAR-LATITUDE       PIC S9(003)V9(008).
              05 W-PAR-LONGITUDE      PIC S9(003)V9(008).
              05 W-PAR-VISITADO       PIC X(001).
              05 W-PAR-DISTANCIA      PIC 9(009)V9(002).
       01  W-TABELA-ORDEM.
           03 W-ORDEM-PARADA      PIC 9(003) OCCURS 999 TIMES.
       77 W-QTD-PARADAS          PIC  9(003) VALUE ZEROS.
       77 W-IDX-PARADA           PIC  9(003) VALUE ZEROS.
       77 W-IDX-PROXIMA          PIC  9(003) VALUE ZEROS.
       77 W-SEQ-VISITA           PIC  9(003) VALUE ZEROS.
       77 W-SEQ-PARADA           PIC  9(003) VALUE ZEROS.

      * PEDIDOS DA REGIAO CORRENTE, CADA UM APONTANDO PARA A SUA
      * PARADA NA TABELA ACIMA.
       01  W-TABELA-PEDIDO.
           03 W-PED-REGISTRO      OCCURS 999 TIMES.
              05 W-PED-NUM-PEDIDO     PIC 9(007).
              05 W-PED-IDX-PARADA     PIC 9(003).
              05 W-PED-VALOR          PIC 9(009)V9(002).
              05 W-PED-SERIE-NF       PIC X(003).
              05 W-PED-NUM-NF         PIC 9(009).
       77 W-QTD-PEDIDOS          PIC  9(003) VALUE ZEROS.
       77 W-IDX-PEDIDO           PIC  9(003) VALUE ZEROS.
      * LIGADO QUANDO A REGIAO TEM MAIS PARADAS OU PEDIDOS DO QUE AS
      * TABELAS COMPORTAM; OS EXCEDENTES NAO SAO CARREGADOS E FICAM
      * PARA O PROXIMO ROMANEIO.
       77 W-PEDIDOS-EXCEDENTES   PIC  X(001) VALUE "N".

      * POSICAO ATUAL DO PERCURSO (COMECA NO DEPOSITO DA EMPRESA E
      * AVANCA PARA CADA PARADA VISITADA). DEPOSITO SEM COORDENADAS
      * (LATITUDE E LONGITUDE ZERADAS) FAZ O PERCURSO COMECAR NA
      * PRIMEIRA PARADA DA REGIAO.
       77 W-LATITUDE-DEPOSITO    PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-DEPOSITO   PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LATITUDE-POSICAO     PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-POSICAO    PIC S9(003)V9(008) VALUE ZEROS.
       77 W-MENOR-DISTANCIA      PIC  9(009)V9(002) VALUE 999999999.
       77 W-DISTANCIA-TOTAL      PIC  9(011)V9(002) VALUE ZEROS.

      * AREAS DE TRABALHO DO CALCULO DE HAVERSINE, IDENTICAS AS DE
      * 340-CALCULAR-DISTANCIA-TRECHO EM REPORTROTEIRO.CBL.
       77 W-CALC-DISTANCIA       PIC  9(009)V9(002) VALUE ZEROS.
       77 W-LATITUDE-1           PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LATITUDE-2           PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-1          PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-2          PIC S9(003)V9(008) VALUE ZEROS.
       77 W-DLA                  PIC S9(003)V9(008) VALUE ZEROS.
       77 W-DLO                  PIC S9(003)V9(008) VALUE ZEROS.
       77 W-A                    PIC S9(003)V9(008) VALUE ZEROS.
       77 W-C                    PIC S9(003)V9(008) VALUE ZEROS.

      * ENDERECO COMPLETO DA PARADA CORRENTE (VER ENDERECO.CPY), USADO
      * NA LISTA DE PARADAS E NA TELA DE CONFIRMACAO.
       01  W-ENDERECO-PARADA.
           03 W-EP-RAZAO         PIC  X(040) VALUE SPACES.
           03 W-EP-LOGRADOURO    PIC  X(040) VALUE SPACES.
           03 W-EP-NUMERO        PIC  X(006) VALUE SPACES.
           03 W-EP-BAIRRO        PIC  X(025) VALUE SPACES.
           03 W-EP-CEP           PIC  9(008) VALUE ZEROS.
           03 W-EP-MUNICIPIO     PIC  X(030) VALUE SPACES.
           03 W-EP-UF            PIC  X(002) VALUE SPACES.
       77 W-ACHOU-ENDERECO       PIC  X(001) VALUE "N".

      * CONFIRMACAO DE ENTREGAS: PEDIDOS AINDA PENDENTES DA PARADA
      * EM CONFIRMACAO E A SITUACAO DIGITADA PARA ELA.
       01  W-TABELA-CONFIRMACAO.
           03 W-CONF-REGISTRO     OCCURS 999 TIMES.
              05 W-CONF-NUM-PEDIDO    PIC 9(007).
              05 W-CONF-VALOR         PIC 9(009)V9(002).
       77 W-QTD-CONF             PIC  9(003) VALUE ZEROS.
       77 W-IDX-CONF             PIC  9(003) VALUE ZEROS.
       77 W-FIM-PARADA           PIC  X(001) VALUE "N".
       77 W-CONF-CLIENTE         PIC  9(007) VALUE ZEROS.
       77 W-CONF-ENDERECO        PIC  9(003) VALUE ZEROS.
       77 W-CONF-VALOR-PARADA    PIC  9(011)V9(002) VALUE ZEROS.
       77 W-SITUACAO-TELA        PIC  X(001) VALUE SPACES.
       77 W-MOTIVO-TELA          PIC  X(040) VALUE SPACES.
       77 W-SITUACAO-OK          PIC  X(001) VALUE "N".
       77 W-PERIODO-FECHADO      PIC  X(001) VALUE "N".
       77 W-QTD-ENTREGUES        PIC  9(005) VALUE ZEROS.
       77 W-QTD-RECUSADOS        PIC  9(005) VALUE ZEROS.
       77 W-QTD-NAO-TENTADOS     PIC  9(005) VALUE ZEROS.
       77 W-QTD-PENDENTES        PIC  9(005) VALUE ZEROS.
      * PEDIDOS ENTREGUES QUE NAO PUDERAM IR A ENTREGUE PORQUE A
      * COMPETENCIA DO PEDIDO JA FOI FECHADA PARA COMISSAO; A PARADA
      * FICA PENDENTE ATE O CASO SER RESOLVIDO.
       77 W-QTD-BLOQUEADOS       PIC  9(005) VALUE ZEROS.

      * MOTIVO GRAVADO NA FILA DE EXCECOES PARA O PEDIDO RECUSADO:
      * PEDIDO E ROMANEIO NO INICIO (A TELAEXCECAO OS LE DE VOLTA
      * PARA LIBERAR O PEDIDO) E O COMECO DO MOTIVO DIGITADO, QUE
      * FICA COMPLETO NA PARADA (RP-MOTIVO).
       01  W-MOTIVO-EXCECAO.
           03 FILLER              PIC  X(004) VALUE "PED.".
           03 W-ME-PEDIDO         PIC  9(007).
           03 FILLER              PIC  X(005) VALUE " ROM.".
           03 W-ME-ROMANEIO       PIC  9(007).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-ME-MOTIVO         PIC  X(016).

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-PARADAS.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "ROMANEIO DE ENTREGA - LISTA DE PARADAS".

       01  W-CABECALHO-CARGA.
           03 FILLER              PIC  X(017) VALUE SPACES.
           03 FILLER              PIC  X(045) VALUE
              "ROMANEIO DE ENTREGA - LISTA DE CARREGAMENTO".

       01  W-GRUPO-ROMANEIO.
           03 FILLER              PIC  X(010) VALUE "ROMANEIO:".
           03 W-G-ROMANEIO        PIC  9(007).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(009) VALUE "ENTREGA:".
           03 W-G-DATA            PIC  99999999.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(008) VALUE "REGIAO:".
           03 W-G-REGIAO          PIC  ZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-G-NOME-REGIAO     PIC  X(030).

       01  W-PAR-COLUNAS.
           03 FILLER              PIC  X(006) VALUE "  SEQ".
           03 FILLER              PIC  X(009) VALUE "CLIENTE".
           03 FILLER              PIC  X(041) VALUE "RAZAO SOCIAL".
           03 FILLER              PIC  X(016) VALUE "TRECHO (M)".

       01  W-PAR-DETALHE-1.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-P1-SEQ            PIC  ZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-P1-CLIENTE        PIC  ZZZZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-P1-RAZAO          PIC  X(040).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-P1-DISTANCIA      PIC  ZZZZZZZZ9,99.

       01  W-PAR-DETALHE-2.
           03 FILLER              PIC  X(015) VALUE SPACES.
           03 W-P2-LOGRADOURO     PIC  X(040).
           03 FILLER              PIC  X(002) VALUE ", ".
           03 W-P2-NUMERO         PIC  X(006).

       01  W-PAR-DETALHE-3.
           03 FILLER              PIC  X(015) VALUE SPACES.
           03 W-P3-BAIRRO         PIC  X(025).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(005) VALUE "CEP:".
           03 W-P3-CEP            PIC  9(008).

       01  W-PAR-DETALHE-4.
           03 FILLER              PIC  X(015) VALUE SPACES.
           03 W-P4-MUNICIPIO      PIC  X(030).
           03 FILLER              PIC  X(003) VALUE " - ".
           03 W-P4-UF             PIC  X(002).

       01  W-PAR-PEDIDO.
           03 FILLER              PIC  X(015) VALUE SPACES.
           03 FILLER              PIC  X(007) VALUE "PEDIDO ".
           03 W-PP-PEDIDO         PIC  ZZZZZZ9.
           03 FILLER              PIC  X(005) VALUE "  NF ".
           03 W-PP-SERIE-NF       PIC  X(003).
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-PP-NUM-NF         PIC  9(009).
           03 FILLER              PIC  X(008) VALUE "  VALOR ".
           03 W-PP-VALOR          PIC  ZZZZZZZZ9,99.

       01  W-PAR-ASSINATURA.
           03 FILLER              PIC  X(015) VALUE SPACES.
           03 FILLER              PIC  X(039) VALUE
              "RECEBIDO POR: _______________________ ".
           03 FILLER              PIC  X(021) VALUE
              " DATA: ___/___/_____".

       01  W-SUBTOTAL.
           03 FILLER              PIC  X(008) VALUE "PARADAS:".
           03 W-S-PARADAS         PIC  ZZ9.
           03 FILLER              PIC  X(010) VALUE "  PEDIDOS:".
           03 W-S-PEDIDOS         PIC  ZZZZ9.
           03 FILLER              PIC  X(008) VALUE "  VALOR:".
           03 W-S-VALOR           PIC  ZZZZZZZZZZ9,99.
           03 FILLER              PIC  X(015) VALUE "  PERCURSO (M):".
           03 W-S-PERCURSO        PIC  ZZZZZZZZZZ9,99.

       01  W-AVISO-EXCEDENTE.
           03 FILLER              PIC  X(039) VALUE
              "** PEDIDOS ALEM DA CAPACIDADE DA TABELA".
           03 FILLER              PIC  X(032) VALUE
              " FICARAM PARA O PROXIMO ROMANEIO".

       01  W-SEM-PEDIDOS.
           03 FILLER              PIC  X(050) VALUE
              "NENHUM PEDIDO FATURADO PENDENTE DE CARREGAMENTO".

       01  W-CAR-INSTRUCAO.
           03 FILLER              PIC  X(026) VALUE
              "CARREGAR NA ORDEM ABAIXO: ".
           03 FILLER              PIC  X(034) VALUE
              "A ULTIMA PARADA ENTRA PRIMEIRO".

       01  W-CAR-PEDIDO.
           03 FILLER              PIC  X(007) VALUE "PARADA ".
           03 W-CP-SEQ            PIC  ZZ9.
           03 FILLER              PIC  X(009) VALUE "  PEDIDO ".
           03 W-CP-PEDIDO         PIC  ZZZZZZ9.
           03 FILLER              PIC  X(010) VALUE "  CLIENTE ".
           03 W-CP-CLIENTE        PIC  ZZZZZZ9.
           03 FILLER              PIC  X(005) VALUE "  NF ".
           03 W-CP-SERIE-NF       PIC  X(003).
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-CP-NUM-NF         PIC  9(009).

       01  W-CAR-ITEM.
           03 FILLER              PIC  X(006) VALUE SPACES.
           03 W-CI-PRODUTO        PIC  ZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-CI-DESCRICAO      PIC  X(040).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-CI-QUANTIDADE     PIC  ZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-CI-UNIDADE        PIC  X(003).

      * REGISTRO DAS LISTAS NO CATALOGO DE SPOOL (VER SPOOL.CPY): A
      * COPIA GANHA NOME UNICO E A GERACAO FICA CONSULTAVEL E
      * REIMPRIMIVEL SEM SER SOBRESCRITA.
       01  W-SPOOL-NOME           PIC  X(020) VALUE SPACES.
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE SPACES.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       SCREEN SECTION.
       01 MENU-ROMANEIO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 30 VALUE "ROMANEIO DE ENTREGA".
          02 LINE 07 COL 10 VALUE "[1] GERAR ROMANEIOS".
          02 LINE 08 COL 10 VALUE "[2] CONFIRMAR ENTREGAS".
          02 LINE 09 COL 10 VALUE "[3] VOLTAR AO MENU PRINCIPAL".
          02 LINE 12 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 12 COL 34 PIC 9 TO WOPCAO AUTO.

       01 GERAR-ROMANEIO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 30 VALUE "GERAR ROMANEIOS".
          02 LINE 07 COL 10 VALUE
             "DATA DE ENTREGA (AAAAMMDD, 0 = HOJE):".
          02 LINE 07 COL 48, PIC 99999999 TO W-DATA-ENTREGA.
          02 LINE 09 COL 10 VALUE
             "ENTRAM OS PEDIDOS FATURADOS ATE A DATA AINDA NAO".
          02 LINE 10 COL 10 VALUE
             "CARREGADOS, UM ROMANEIO POR REGIAO DO CLIENTE.".
          02 LINE 12 COL 10 "CONFIRMA A GERACAO?(S/N):".
          02 LINE 12 COL 36, PIC X TO W-CONFIRMA.

       01 MENSAGEM-GERACAO-OK AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "ROMANEIOS GERADOS.....:".
          02 LINE 07 COL 34, PIC ZZZZ9 FROM W-QTD-ROMANEIOS.
          02 LINE 08 COL 10 VALUE "PRIMEIRO ROMANEIO.....:".
          02 LINE 08 COL 34, PIC ZZZZZZ9 FROM W-PRIMEIRO-ROMANEIO.
          02 LINE 09 COL 10 VALUE "PEDIDOS CARREGADOS....:".
          02 LINE 09 COL 34, PIC ZZZZZZ9 FROM W-QTD-PEDIDOS-CARGA.
          02 LINE 10 COL 10 VALUE
             "LISTAS EM relParadas E relCarregamento".
          02 LINE 12 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 12 COL 39, PIC X TO W-CONFIRMA.

       01 BUSCAR-ROMANEIO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 30 VALUE "CONFIRMAR ENTREGAS".
          02 LINE 07 COL 10 VALUE "NUMERO DO ROMANEIO:".
          02 LINE 07 COL 30, PIC ZZZZZZ9 TO W-NUM-ROMANEIO.

       01 CONFIRMAR-PARADA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 30 VALUE "CONFIRMAR ENTREGAS".
          02 LINE 06 COL 10 VALUE "ROMANEIO      :".
          02 LINE 06 COL 26, PIC ZZZZZZ9 FROM W-NUM-ROMANEIO.
          02 LINE 06 COL 34 VALUE "PARADA:".
          02 LINE 06 COL 42, PIC ZZ9 FROM W-SEQ-PARADA.
          02 LINE 06 COL 46 VALUE "DE".
          02 LINE 06 COL 49, PIC ZZ9 FROM W-QTD-PARADAS.
          02 LINE 07 COL 10 VALUE "CLIENTE       :".
          02 LINE 07 COL 26, PIC ZZZZZZ9 FROM W-CONF-CLIENTE.
          02 LINE 07 COL 34, PIC X(040) FROM W-EP-RAZAO.
          02 LINE 08 COL 10 VALUE "ENDERECO      :".
          02 LINE 08 COL 26, PIC X(040) FROM W-EP-LOGRADOURO.
          02 LINE 08 COL 67, PIC X(006) FROM W-EP-NUMERO.
          02 LINE 09 COL 26, PIC X(025) FROM W-EP-BAIRRO.
          02 LINE 09 COL 52, PIC X(020) FROM W-EP-MUNICIPIO.
          02 LINE 09 COL 73, PIC X(002) FROM W-EP-UF.
          02 LINE 10 COL 10 VALUE "PEDIDOS       :".
          02 LINE 10 COL 26, PIC ZZ9 FROM W-QTD-CONF.
          02 LINE 10 COL 34 VALUE "VALOR:".
          02 LINE 10 COL 41, PIC ZZZZZZZZZZ9,99
             FROM W-CONF-VALOR-PARADA.
          02 LINE 12 COL 10 VALUE
             "SITUACAO (E=ENTREGUE R=RECUSADA N=NAO TENTADA):".
          02 LINE 12 COL 58, PIC X(001) TO W-SITUACAO-TELA.
          02 LINE 13 COL 10 VALUE "MOTIVO (OBRIGATORIO NA RECUSA):".
          02 LINE 14 COL 10, PIC X(040) TO W-MOTIVO-TELA.
          02 LINE 16 COL 10 VALUE
             "(SITUACAO EM BRANCO = PARADA CONTINUA PENDENTE)".

       01 MENSAGEM-SITUACAO-INVALIDA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "SITUACAO INVALIDA OU RECUSA SEM MOTIVO".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-ROMANEIO-INVALIDO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "ROMANEIO NAO ENCONTRADO OU JA FECHADO".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-CONFIRMACAO-OK AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 06 COL 10 VALUE "ROMANEIO..............:".
          02 LINE 06 COL 34, PIC ZZZZZZ9 FROM W-NUM-ROMANEIO.
          02 LINE 07 COL 10 VALUE "PEDIDOS ENTREGUES.....:".
          02 LINE 07 COL 34, PIC ZZZZ9 FROM W-QTD-ENTREGUES.
          02 LINE 08 COL 10 VALUE "PEDIDOS RECUSADOS.....:".
          02 LINE 08 COL 34, PIC ZZZZ9 FROM W-QTD-RECUSADOS.
          02 LINE 09 COL 10 VALUE "NAO TENTADOS..........:".
          02 LINE 09 COL 34, PIC ZZZZ9 FROM W-QTD-NAO-TENTADOS.
          02 LINE 10 COL 10 VALUE "AINDA PENDENTES.......:".
          02 LINE 10 COL 34, PIC ZZZZ9 FROM W-QTD-PENDENTES.
          02 LINE 11 COL 10 VALUE "COMPETENCIA FECHADA...:".
          02 LINE 11 COL 34, PIC ZZZZ9 FROM W-QTD-BLOQUEADOS.
          02 LINE 13 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 13 COL 39, PIC X TO W-CONFIRMA.

       PROCEDURE DIVISION.
       000-INICIO.
           DISPLAY MENU-ROMANEIO
           ACCEPT  MENU-ROMANEIO

           EVALUATE WOPCAO
             WHEN 1
                PERFORM 100-GERAR-ROMANEIOS
             WHEN 2
                PERFORM 400-CONFIRMAR-ENTREGAS
             WHEN 3
                CALL "MENU"
             WHEN OTHER
                PERFORM 000-INICIO
           END-EVALUATE.

       005-LER-SESSAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           MOVE SS-USUARIO TO W-USUARIO-SESSAO

           IF SS-EMPRESA NUMERIC
              MOVE SS-EMPRESA TO W-EMPRESA-SESSAO
           ELSE
              MOVE ZEROS TO W-EMPRESA-SESSAO
           END-IF.

      *****************************************************************
      * GERACAO DOS ROMANEIOS: SELECIONA OS PEDIDOS, ORDENA POR      *
      * REGIAO/CLIENTE/ENDERECO E MONTA UM ROMANEIO A CADA QUEBRA DE *
      * REGIAO.                                                      *
      *****************************************************************
       100-GERAR-ROMANEIOS.
           MOVE ZEROS  TO W-DATA-ENTREGA
           MOVE SPACES TO W-CONFIRMA

           DISPLAY GERAR-ROMANEIO
           ACCEPT  GERAR-ROMANEIO

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO "S"
              PERFORM 000-INICIO
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE

           IF W-DATA-ENTREGA EQUAL TO ZEROS
              MOVE W-DATA-HOJE TO W-DATA-ENTREGA
           END-IF

           PERFORM 005-LER-SESSAO

           MOVE ZEROS TO W-QTD-ROMANEIOS, W-PRIMEIRO-ROMANEIO,
                         W-QTD-PEDIDOS-CARGA

           SORT TB-ROMANEIO
                ON ASCENDING KEY TR-COD-REGIAO
                                 TR-COD-EMPRESA
                                 TR-COD-CLIENTE
                                 TR-NUM-ENDERECO
                                 TR-NUM-PEDIDO
                INPUT PROCEDURE 110-SELECIONAR-PEDIDOS
                OUTPUT PROCEDURE 200-MONTAR-ROMANEIOS

           MOVE "ROMANEIO PARADAS" TO W-SPOOL-NOME
           MOVE 'relParadas'       TO W-SPOOL-ARQUIVO
           PERFORM 105-MONTAR-PARAMETROS-SPOOL
           PERFORM 900-REGISTRAR-SPOOL

           MOVE "ROMANEIO CARGA"   TO W-SPOOL-NOME
           MOVE 'relCarregamento'  TO W-SPOOL-ARQUIVO
           PERFORM 105-MONTAR-PARAMETROS-SPOOL
           PERFORM 900-REGISTRAR-SPOOL

           DISPLAY MENSAGEM-GERACAO-OK
           ACCEPT  MENSAGEM-GERACAO-OK

           PERFORM 000-INICIO.

       105-MONTAR-PARAMETROS-SPOOL.
           MOVE SPACES TO W-SPOOL-PARAMETROS
           STRING "ENTREGA " W-DATA-ENTREGA
                  " ROMANEIOS " W-QTD-ROMANEIOS
                  DELIMITED BY SIZE
                  INTO W-SPOOL-PARAMETROS.

      * ENTRAM OS PEDIDOS FATURADOS ATE A DATA DE ENTREGA QUE AINDA
      * NAO ESTAO EM ROMANEIO, DA EMPRESA ATIVA NA SESSAO (TODAS NA
      * VISAO CONSOLIDADA). PEDIDO FATURADO ANTES DA NUMERACAO DE
      * NOTAS (DATA DA NOTA ZERADA) TAMBEM ENTRA.
       110-SELECIONAR-PEDIDOS.
           MOVE "N" TO W-FIM-PEDIDO

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-ENDERECO
           OPEN INPUT ARQ-PEDIDO

           IF WP-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-PEDIDO
           ELSE
              READ ARQ-PEDIDO NEXT RECORD
                AT END MOVE "S" TO W-FIM-PEDIDO
              END-READ
           END-IF

           PERFORM 115-LER-PEDIDO UNTIL W-FIM-PEDIDO = "S"

           CLOSE ARQ-PEDIDO
           CLOSE ARQ-ENDERECO
           CLOSE ARQ-CLIENTE.

       115-LER-PEDIDO.
           PERFORM 130-SANEAR-PEDIDO

           IF PEDIDO-FATURADO
              AND P-NUM-ROMANEIO EQUAL TO ZEROS
              AND P-DATA-NF NOT GREATER THAN W-DATA-ENTREGA
              AND (W-EMPRESA-SESSAO EQUAL TO ZEROS
                   OR W-EMPRESA-PEDIDO EQUAL TO W-EMPRESA-SESSAO)
              PERFORM 120-BUSCAR-LOCALIZACAO

              MOVE W-EMPRESA-PEDIDO TO TR-COD-EMPRESA
              MOVE P-COD-CLIENTE  TO TR-COD-CLIENTE
              MOVE P-NUM-ENDERECO TO TR-NUM-ENDERECO
              MOVE P-NUM-PEDIDO   TO TR-NUM-PEDIDO
              MOVE P-VALOR-PEDIDO TO TR-VALOR-PEDIDO
              MOVE P-SERIE-NF     TO TR-SERIE-NF
              MOVE P-NUM-NF       TO TR-NUM-NF
              RELEASE TR-ROMANEIO-REG
           END-IF

           READ ARQ-PEDIDO NEXT RECORD
             AT END MOVE "S" TO W-FIM-PEDIDO
           END-READ.

      * REGIAO E COORDENADAS DA PARADA: A REGIAO E A DO CLIENTE; AS
      * COORDENADAS SAO AS DO ENDERECO DE ENTREGA QUANDO O PEDIDO TEM
      * UM, SENAO AS DO PROPRIO CLIENTE (MESMA REGRA DO ROTEIRO).
       120-BUSCAR-LOCALIZACAO.
           MOVE ZEROS TO TR-COD-REGIAO, TR-LATITUDE, TR-LONGITUDE

           MOVE P-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

           IF WC-FILE-STATUS EQUAL TO "00"
              IF COD-REGIAO-CLIENTE NUMERIC
                 MOVE COD-REGIAO-CLIENTE TO TR-COD-REGIAO
              END-IF
              MOVE LATITUDE-CLIENTE  TO TR-LATITUDE
              MOVE LONGITUDE-CLIENTE TO TR-LONGITUDE
           END-IF

           IF P-NUM-ENDERECO GREATER THAN ZEROS
              MOVE P-COD-CLIENTE  TO END-COD-CLIENTE
              MOVE P-NUM-ENDERECO TO END-NUM-ENDERECO
              READ ARQ-ENDERECO RECORD KEY IS END-CHAVE

              IF WX-FILE-STATUS EQUAL TO "00"
                 MOVE END-LATITUDE  TO TR-LATITUDE
                 MOVE END-LONGITUDE TO TR-LONGITUDE
              END-IF
           END-IF.

      * PEDIDO GRAVADO ANTES DA NOTA FISCAL, DO ROMANEIO OU DO FRETE
      * VEM CURTO; SANEIA OS CAMPOS NOVOS ANTES DE USAR OU REGRAVAR.
      * EMPRESA ZERADA CONTA COMO 001.
       130-SANEAR-PEDIDO.
           IF P-NUM-NF NOT NUMERIC
              MOVE SPACES TO P-SERIE-NF
              MOVE ZEROS  TO P-NUM-NF, P-DATA-NF
           END-IF

           IF P-NUM-ROMANEIO NOT NUMERIC
              MOVE ZEROS TO P-NUM-ROMANEIO
           END-IF

           IF P-VALOR-FRETE NOT NUMERIC
              MOVE ZEROS TO P-VALOR-FRETE
           END-IF

           IF P-COD-EMPRESA NUMERIC
              AND P-COD-EMPRESA GREATER THAN ZEROS
              MOVE P-COD-EMPRESA TO W-EMPRESA-PEDIDO
           ELSE
              MOVE 1 TO W-EMPRESA-PEDIDO
           END-IF.

       200-MONTAR-ROMANEIOS.
           MOVE "N"   TO W-FIM-ROMANEIO
           MOVE "S"   TO W-PRIMEIRO-REGISTRO
           MOVE "N"   TO W-PEDIDOS-EXCEDENTES
           MOVE ZEROS TO W-QTD-PARADAS, W-QTD-PEDIDOS

           OPEN I-O ARQ-PEDIDO

           OPEN I-O ARQ-ROMANEIO

           IF WO-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-ROMANEIO
              CLOSE ARQ-ROMANEIO
              OPEN I-O ARQ-ROMANEIO
           END-IF

           OPEN I-O ARQ-ROMANEIO-PARADA

           IF WQ-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-ROMANEIO-PARADA
              CLOSE ARQ-ROMANEIO-PARADA
              OPEN I-O ARQ-ROMANEIO-PARADA
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-ENDERECO
           OPEN INPUT ARQ-REGIAO
           OPEN INPUT ARQ-ITEM-PEDIDO
           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-EMPRESA

           OPEN OUTPUT REL-PARADAS
           OPEN OUTPUT REL-CARREGAMENTO

           WRITE REL-PARADAS-LINHA FROM W-CABECALHO-1
           WRITE REL-PARADAS-LINHA FROM W-CABECALHO-PARADAS
           WRITE REL-CARREGAMENTO-LINHA FROM W-CABECALHO-1
           WRITE REL-CARREGAMENTO-LINHA FROM W-CABECALHO-CARGA

           RETURN TB-ROMANEIO RECORD INTO TR-ROMANEIO-REG
             AT END MOVE "S" TO W-FIM-ROMANEIO
           END-RETURN

           PERFORM 210-ACUMULAR-PEDIDO UNTIL W-FIM-ROMANEIO = "S"

           IF W-PRIMEIRO-REGISTRO = "N"
              PERFORM 300-FECHAR-ROMANEIO
           ELSE
              MOVE SPACES TO REL-PARADAS-LINHA
              WRITE REL-PARADAS-LINHA
              WRITE REL-PARADAS-LINHA FROM W-SEM-PEDIDOS
              MOVE SPACES TO REL-CARREGAMENTO-LINHA
              WRITE REL-CARREGAMENTO-LINHA
              WRITE REL-CARREGAMENTO-LINHA FROM W-SEM-PEDIDOS
           END-IF

           CLOSE REL-CARREGAMENTO
           CLOSE REL-PARADAS

           IF WD-FILE-STATUS NOT EQUAL TO "35"
              CLOSE ARQ-EMPRESA
           END-IF

           CLOSE ARQ-PRODUTO
           CLOSE ARQ-ITEM-PEDIDO
           CLOSE ARQ-REGIAO
           CLOSE ARQ-ENDERECO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-ROMANEIO-PARADA
           CLOSE ARQ-ROMANEIO
           CLOSE ARQ-PEDIDO.

      * CADA CLIENTE/ENDERECO NOVO NA REGIAO ABRE UMA PARADA; OS
      * PEDIDOS SEGUINTES DO MESMO CLIENTE/ENDERECO ENTRAM NELA. A
      * QUEBRA E POR REGIAO E EMPRESA: NA VISAO CONSOLIDADA, CADA
      * EMPRESA CARREGA NO SEU PROPRIO DEPOSITO.
       210-ACUMULAR-PEDIDO.
           IF W-PRIMEIRO-REGISTRO = "S"
              MOVE TR-COD-REGIAO  TO W-REGIAO-ATUAL
              MOVE TR-COD-EMPRESA TO W-EMPRESA-ATUAL
              MOVE "N" TO W-PRIMEIRO-REGISTRO
           END-IF

           IF TR-COD-REGIAO NOT = W-REGIAO-ATUAL
              OR TR-COD-EMPRESA NOT = W-EMPRESA-ATUAL
              PERFORM 300-FECHAR-ROMANEIO
              MOVE TR-COD-REGIAO  TO W-REGIAO-ATUAL
              MOVE TR-COD-EMPRESA TO W-EMPRESA-ATUAL
           END-IF

           IF W-QTD-PARADAS EQUAL TO ZEROS
              OR TR-COD-CLIENTE
                 NOT = W-PAR-COD-CLIENTE(W-QTD-PARADAS)
              OR TR-NUM-ENDERECO
                 NOT = W-PAR-NUM-ENDERECO(W-QTD-PARADAS)
              PERFORM 220-INCLUIR-PARADA
           END-IF

           IF W-QTD-PARADAS GREATER THAN ZEROS
              AND TR-COD-CLIENTE = W-PAR-COD-CLIENTE(W-QTD-PARADAS)
              AND TR-NUM-ENDERECO = W-PAR-NUM-ENDERECO(W-QTD-PARADAS)
              AND W-QTD-PEDIDOS < 999
              ADD 1 TO W-QTD-PEDIDOS
              MOVE TR-NUM-PEDIDO
                TO W-PED-NUM-PEDIDO(W-QTD-PEDIDOS)
              MOVE W-QTD-PARADAS
                TO W-PED-IDX-PARADA(W-QTD-PEDIDOS)
              MOVE TR-VALOR-PEDIDO
                TO W-PED-VALOR(W-QTD-PEDIDOS)
              MOVE TR-SERIE-NF
                TO W-PED-SERIE-NF(W-QTD-PEDIDOS)
              MOVE TR-NUM-NF
                TO W-PED-NUM-NF(W-QTD-PEDIDOS)
           ELSE
              MOVE "S" TO W-PEDIDOS-EXCEDENTES
           END-IF

           RETURN TB-ROMANEIO RECORD INTO TR-ROMANEIO-REG
             AT END MOVE "S" TO W-FIM-ROMANEIO
           END-RETURN.

       220-INCLUIR-PARADA.
           IF W-QTD-PARADAS < 999
              ADD 1 TO W-QTD-PARADAS
              MOVE TR-COD-CLIENTE
                TO W-PAR-COD-CLIENTE(W-QTD-PARADAS)
              MOVE TR-NUM-ENDERECO
                TO W-PAR-NUM-ENDERECO(W-QTD-PARADAS)
              MOVE TR-LATITUDE
                TO W-PAR-LATITUDE(W-QTD-PARADAS)
              MOVE TR-LONGITUDE
                TO W-PAR-LONGITUDE(W-QTD-PARADAS)
              MOVE "N"   TO W-PAR-VISITADO(W-QTD-PARADAS)
              MOVE ZEROS TO W-PAR-DISTANCIA(W-QTD-PARADAS)
           END-IF.

      *****************************************************************
      * FECHA O ROMANEIO DA REGIAO/EMPRESA CORRENTE: NUMERA,         *
      * SEQUENCIA AS PARADAS, CARIMBA OS PEDIDOS, GRAVA O ROMANEIO E *
      * IMPRIME AS DUAS LISTAS.                                      *
      *****************************************************************
       300-FECHAR-ROMANEIO.
           PERFORM 305-GERAR-NUM-ROMANEIO
           PERFORM 308-LER-DEPOSITO
           PERFORM 310-SEQUENCIAR-PARADAS

           MOVE ZEROS TO W-RM-QTD-PEDIDOS, W-RM-VALOR-TOTAL

           PERFORM 350-GRAVAR-PARADA
             VARYING W-SEQ-PARADA FROM 1 BY 1
             UNTIL W-SEQ-PARADA GREATER THAN W-QTD-PARADAS

           PERFORM 360-GRAVAR-ROMANEIO
           PERFORM 365-BUSCAR-REGIAO
           PERFORM 370-IMPRIMIR-PARADAS
           PERFORM 390-IMPRIMIR-CARREGAMENTO

           ADD 1                TO W-QTD-ROMANEIOS
           ADD W-RM-QTD-PEDIDOS TO W-QTD-PEDIDOS-CARGA

           IF W-PRIMEIRO-ROMANEIO EQUAL TO ZEROS
              MOVE W-NUM-ROMANEIO TO W-PRIMEIRO-ROMANEIO
           END-IF

           MOVE ZEROS TO W-QTD-PARADAS, W-QTD-PEDIDOS
           MOVE "N"   TO W-PEDIDOS-EXCEDENTES.

       305-GERAR-NUM-ROMANEIO.
           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WT-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF

           PERFORM 950-SANEAR-CONTROLE

           ADD 1 TO CTL-ULTIMO-NUM-ROMANEIO
           MOVE CTL-ULTIMO-NUM-ROMANEIO TO W-NUM-ROMANEIO

           OPEN OUTPUT ARQ-CONTROLE
           WRITE ARQ-CONTROLE-REG
           CLOSE ARQ-CONTROLE.

      * DEPOSITO DA EMPRESA DO ROMANEIO, COMO NO CALCFRETE. EMPRESA
      * NAO CADASTRADA OU GRAVADA ANTES DAS COORDENADAS DO DEPOSITO
      * FICA COM ZEROS.
       308-LER-DEPOSITO.
           MOVE ZEROS TO W-LATITUDE-DEPOSITO, W-LONGITUDE-DEPOSITO

           IF WD-FILE-STATUS NOT EQUAL TO "35"
              MOVE W-EMPRESA-ATUAL TO EM-COD-EMPRESA
              READ ARQ-EMPRESA RECORD KEY IS EM-COD-EMPRESA

              IF WD-FILE-STATUS EQUAL TO "00"
                 AND EM-LATITUDE-DEPOSITO NUMERIC
                 AND EM-LONGITUDE-DEPOSITO NUMERIC
                 MOVE EM-LATITUDE-DEPOSITO  TO W-LATITUDE-DEPOSITO
                 MOVE EM-LONGITUDE-DEPOSITO TO W-LONGITUDE-DEPOSITO
              END-IF
           END-IF.

      * MONTA O PERCURSO: PARTE DO DEPOSITO DA EMPRESA E, A CADA
      * PASSO, VAI PARA A PARADA AINDA NAO VISITADA MAIS PROXIMA DA
      * POSICAO ATUAL (MESMO CRITERIO DO REPORTROTEIRO). O TRECHO DA
      * PRIMEIRA PARADA E O QUE VEM DO DEPOSITO. SO QUANDO O DEPOSITO
      * NAO TEM COORDENADAS O PERCURSO PARTE DA PRIMEIRA PARADA.
       310-SEQUENCIAR-PARADAS.
           IF W-LATITUDE-DEPOSITO EQUAL TO ZEROS
              AND W-LONGITUDE-DEPOSITO EQUAL TO ZEROS
              MOVE W-PAR-LATITUDE(1)  TO W-LATITUDE-POSICAO
              MOVE W-PAR-LONGITUDE(1) TO W-LONGITUDE-POSICAO
           ELSE
              MOVE W-LATITUDE-DEPOSITO  TO W-LATITUDE-POSICAO
              MOVE W-LONGITUDE-DEPOSITO TO W-LONGITUDE-POSICAO
           END-IF

           MOVE ZEROS TO W-SEQ-VISITA
           MOVE ZEROS TO W-DISTANCIA-TOTAL

           PERFORM 320-VISITAR-MAIS-PROXIMA
             UNTIL W-SEQ-VISITA = W-QTD-PARADAS.

       320-VISITAR-MAIS-PROXIMA.
           MOVE 999999999 TO W-MENOR-DISTANCIA
           MOVE ZEROS     TO W-IDX-PROXIMA
           MOVE ZEROS     TO W-IDX-PARADA

           PERFORM 330-AVALIAR-PARADA
             UNTIL W-IDX-PARADA = W-QTD-PARADAS

           ADD 1 TO W-SEQ-VISITA

           MOVE "S" TO W-PAR-VISITADO(W-IDX-PROXIMA)
           MOVE W-PAR-LATITUDE(W-IDX-PROXIMA)
             TO W-LATITUDE-POSICAO
           MOVE W-PAR-LONGITUDE(W-IDX-PROXIMA)
             TO W-LONGITUDE-POSICAO

           MOVE W-IDX-PROXIMA     TO W-ORDEM-PARADA(W-SEQ-VISITA)
           MOVE W-MENOR-DISTANCIA TO W-PAR-DISTANCIA(W-IDX-PROXIMA)
           ADD  W-MENOR-DISTANCIA TO W-DISTANCIA-TOTAL.

       330-AVALIAR-PARADA.
           ADD 1 TO W-IDX-PARADA

           IF W-PAR-VISITADO(W-IDX-PARADA) EQUAL TO "N"
              PERFORM 340-CALCULAR-DISTANCIA-TRECHO

              IF W-CALC-DISTANCIA < W-MENOR-DISTANCIA
                 MOVE W-CALC-DISTANCIA TO W-MENOR-DISTANCIA
                 MOVE W-IDX-PARADA     TO W-IDX-PROXIMA
              END-IF
           END-IF.

      * DISTANCIA (EM METROS, FORMULA DE HAVERSINE) ENTRE A POSICAO
      * ATUAL DO PERCURSO E A PARADA W-IDX-PARADA. MESMO CALCULO DE
      * 340-CALCULAR-DISTANCIA-TRECHO EM REPORTROTEIRO.CBL.
       340-CALCULAR-DISTANCIA-TRECHO.
           COMPUTE W-LATITUDE-1 = W-LATITUDE-POSICAO
                                * FUNCTION PI
                                / 180

           COMPUTE W-LATITUDE-2 = W-PAR-LATITUDE(W-IDX-PARADA)
                                * FUNCTION PI
                                / 180

           COMPUTE W-LONGITUDE-1 = W-LONGITUDE-POSICAO
                                * FUNCTION PI
                                / 180

           COMPUTE W-LONGITUDE-2 = W-PAR-LONGITUDE(W-IDX-PARADA)
                                * FUNCTION PI
                                / 180

           COMPUTE W-DLA = W-LATITUDE-2 - (W-LATITUDE-1)

           COMPUTE W-DLO = W-LONGITUDE-2 - (W-LONGITUDE-1)

           COMPUTE W-A = FUNCTION SIN(W-DLA / 2)
                       * FUNCTION SIN(W-DLA / 2)
                       + FUNCTION COS(W-LATITUDE-1)
                       * FUNCTION COS(W-LATITUDE-2)
                       * FUNCTION SIN(W-DLO / 2)
                       * FUNCTION SIN(W-DLO / 2)

           COMPUTE W-C = 2 * FUNCTION ATAN(FUNCTION SQRT(W-A) /
                                           FUNCTION SQRT(1 - W-A))

           COMPUTE W-CALC-DISTANCIA = 6731 * W-C * 1000.

      * GRAVA OS PEDIDOS DA PARADA W-SEQ-PARADA DO PERCURSO.
       350-GRAVAR-PARADA.
           MOVE W-ORDEM-PARADA(W-SEQ-PARADA) TO W-IDX-PARADA

           PERFORM 355-GRAVAR-PEDIDO-PARADA
             VARYING W-IDX-PEDIDO FROM 1 BY 1
             UNTIL W-IDX-PEDIDO GREATER THAN W-QTD-PEDIDOS.

      * O PEDIDO E RELIDO ANTES DE SER CARIMBADO: SO ENTRA SE AINDA
      * ESTIVER FATURADO E FORA DE ROMANEIO.
       355-GRAVAR-PEDIDO-PARADA.
           IF W-PED-IDX-PARADA(W-IDX-PEDIDO) EQUAL TO W-IDX-PARADA
              MOVE W-PED-NUM-PEDIDO(W-IDX-PEDIDO) TO P-NUM-PEDIDO
              READ ARQ-PEDIDO RECORD KEY IS P-NUM-PEDIDO

              IF WP-FILE-STATUS EQUAL TO "00"
                 PERFORM 130-SANEAR-PEDIDO
              END-IF

              IF WP-FILE-STATUS EQUAL TO "00"
                 AND PEDIDO-FATURADO
                 AND P-NUM-ROMANEIO EQUAL TO ZEROS
                 MOVE W-NUM-ROMANEIO TO P-NUM-ROMANEIO
                 REWRITE ARQ-PEDIDO-REG

                 MOVE W-NUM-ROMANEIO TO RP-NUM-ROMANEIO
                 MOVE W-SEQ-PARADA   TO RP-SEQ-PARADA
                 MOVE P-NUM-PEDIDO   TO RP-NUM-PEDIDO
                 MOVE P-COD-CLIENTE  TO RP-COD-CLIENTE
                 MOVE P-NUM-ENDERECO TO RP-NUM-ENDERECO
                 MOVE P-VALOR-PEDIDO TO RP-VALOR-PEDIDO
                 MOVE W-PAR-DISTANCIA(W-IDX-PARADA)
                   TO RP-DISTANCIA-TRECHO
                 MOVE SPACES         TO RP-SITUACAO, RP-MOTIVO,
                                        RP-USUARIO
                 MOVE ZEROS          TO RP-DATA-CONFIRMACAO
                 WRITE ARQ-ROMANEIO-PARADA-REG

                 ADD 1              TO W-RM-QTD-PEDIDOS
                 ADD P-VALOR-PEDIDO TO W-RM-VALOR-TOTAL
              ELSE
                 MOVE ZEROS TO W-PED-IDX-PARADA(W-IDX-PEDIDO)
              END-IF
           END-IF.

       360-GRAVAR-ROMANEIO.
           MOVE W-NUM-ROMANEIO    TO RM-NUM-ROMANEIO
           MOVE W-DATA-ENTREGA    TO RM-DATA-ENTREGA
           MOVE W-REGIAO-ATUAL    TO RM-COD-REGIAO
           MOVE W-EMPRESA-ATUAL   TO RM-COD-EMPRESA
           MOVE W-QTD-PARADAS     TO RM-QTD-PARADAS
           MOVE W-RM-QTD-PEDIDOS  TO RM-QTD-PEDIDOS
           MOVE W-RM-VALOR-TOTAL  TO RM-VALOR-TOTAL
           MOVE W-DISTANCIA-TOTAL TO RM-DISTANCIA-TOTAL
           MOVE "A"               TO RM-STATUS
           MOVE W-DATA-HOJE       TO RM-DATA-GERACAO
           MOVE W-USUARIO-SESSAO  TO RM-USUARIO

           WRITE ARQ-ROMANEIO-REG.

       365-BUSCAR-REGIAO.
           MOVE W-REGIAO-ATUAL TO RG-COD-REGIAO
           READ ARQ-REGIAO RECORD KEY IS RG-COD-REGIAO

           IF WG-FILE-STATUS EQUAL TO "00"
              MOVE RG-NOME TO W-NOME-REGIAO
           ELSE
              IF W-REGIAO-ATUAL EQUAL TO ZEROS
                 MOVE "SEM REGIAO" TO W-NOME-REGIAO
              ELSE
                 MOVE "** REGIAO NAO CADASTRADA **" TO W-NOME-REGIAO
              END-IF
           END-IF

           MOVE W-NUM-ROMANEIO TO W-G-ROMANEIO
           MOVE W-DATA-ENTREGA TO W-G-DATA
           MOVE W-REGIAO-ATUAL TO W-G-REGIAO
           MOVE W-NOME-REGIAO  TO W-G-NOME-REGIAO.

      * LISTA DE PARADAS NA ORDEM DO PERCURSO, COM O ENDERECO
      * COMPLETO, OS PEDIDOS (E NOTAS) DE CADA PARADA E O CAMPO PARA
      * A ASSINATURA DO RECEBEDOR.
       370-IMPRIMIR-PARADAS.
           MOVE SPACES TO REL-PARADAS-LINHA
           WRITE REL-PARADAS-LINHA
           WRITE REL-PARADAS-LINHA FROM W-GRUPO-ROMANEIO
           WRITE REL-PARADAS-LINHA FROM W-PAR-COLUNAS

           PERFORM 375-IMPRIMIR-UMA-PARADA
             VARYING W-SEQ-PARADA FROM 1 BY 1
             UNTIL W-SEQ-PARADA GREATER THAN W-QTD-PARADAS

           MOVE W-QTD-PARADAS     TO W-S-PARADAS
           MOVE W-RM-QTD-PEDIDOS  TO W-S-PEDIDOS
           MOVE W-RM-VALOR-TOTAL  TO W-S-VALOR
           MOVE W-DISTANCIA-TOTAL TO W-S-PERCURSO
           MOVE SPACES TO REL-PARADAS-LINHA
           WRITE REL-PARADAS-LINHA
           WRITE REL-PARADAS-LINHA FROM W-SUBTOTAL

           IF W-PEDIDOS-EXCEDENTES EQUAL TO "S"
              WRITE REL-PARADAS-LINHA FROM W-AVISO-EXCEDENTE
           END-IF.

       375-IMPRIMIR-UMA-PARADA.
           MOVE W-ORDEM-PARADA(W-SEQ-PARADA) TO W-IDX-PARADA

           MOVE W-PAR-COD-CLIENTE(W-IDX-PARADA)  TO W-CONF-CLIENTE
           MOVE W-PAR-NUM-ENDERECO(W-IDX-PARADA) TO W-CONF-ENDERECO
           PERFORM 380-BUSCAR-ENDERECO-PARADA

           MOVE SPACES TO REL-PARADAS-LINHA
           WRITE REL-PARADAS-LINHA

           MOVE W-SEQ-PARADA                    TO W-P1-SEQ
           MOVE W-CONF-CLIENTE                  TO W-P1-CLIENTE
           MOVE W-EP-RAZAO                      TO W-P1-RAZAO
           MOVE W-PAR-DISTANCIA(W-IDX-PARADA)   TO W-P1-DISTANCIA
           WRITE REL-PARADAS-LINHA FROM W-PAR-DETALHE-1

           MOVE W-EP-LOGRADOURO TO W-P2-LOGRADOURO
           MOVE W-EP-NUMERO     TO W-P2-NUMERO
           WRITE REL-PARADAS-LINHA FROM W-PAR-DETALHE-2

           MOVE W-EP-BAIRRO     TO W-P3-BAIRRO
           MOVE W-EP-CEP        TO W-P3-CEP
           WRITE REL-PARADAS-LINHA FROM W-PAR-DETALHE-3

           MOVE W-EP-MUNICIPIO  TO W-P4-MUNICIPIO
           MOVE W-EP-UF         TO W-P4-UF
           WRITE REL-PARADAS-LINHA FROM W-PAR-DETALHE-4

           PERFORM 376-IMPRIMIR-PEDIDO-PARADA
             VARYING W-IDX-PEDIDO FROM 1 BY 1
             UNTIL W-IDX-PEDIDO GREATER THAN W-QTD-PEDIDOS

           WRITE REL-PARADAS-LINHA FROM W-PAR-ASSINATURA.

       376-IMPRIMIR-PEDIDO-PARADA.
           IF W-PED-IDX-PARADA(W-IDX-PEDIDO) EQUAL TO W-IDX-PARADA
              MOVE W-PED-NUM-PEDIDO(W-IDX-PEDIDO) TO W-PP-PEDIDO
              MOVE W-PED-SERIE-NF(W-IDX-PEDIDO)   TO W-PP-SERIE-NF
              MOVE W-PED-NUM-NF(W-IDX-PEDIDO)     TO W-PP-NUM-NF
              MOVE W-PED-VALOR(W-IDX-PEDIDO)      TO W-PP-VALOR
              WRITE REL-PARADAS-LINHA FROM W-PAR-PEDIDO
           END-IF.

      * RAZAO SOCIAL E ENDERECO COMPLETO DA PARADA (W-CONF-CLIENTE/
      * W-CONF-ENDERECO). O ENDERECO PRINCIPAL (ZEROS) NAO TEM
      * ENDERECO POSTAL NO CADASTRO DO CLIENTE; USA O PRIMEIRO
      * ENDERECO CADASTRADO DO CLIENTE, COMO A NOTA FISCAL.
       380-BUSCAR-ENDERECO-PARADA.
           MOVE "** CLIENTE NAO CADASTRADO **" TO W-EP-RAZAO
           MOVE "** ENDERECO DE ENTREGA NAO CADASTRADO **"
             TO W-EP-LOGRADOURO
           MOVE SPACES TO W-EP-NUMERO, W-EP-BAIRRO, W-EP-MUNICIPIO,
                          W-EP-UF
           MOVE ZEROS  TO W-EP-CEP
           MOVE "N"    TO W-ACHOU-ENDERECO

           MOVE W-CONF-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

           IF WC-FILE-STATUS EQUAL TO "00"
              MOVE RAZAO-SOCIAL TO W-EP-RAZAO
           END-IF

           MOVE W-CONF-CLIENTE  TO END-COD-CLIENTE
           MOVE W-CONF-ENDERECO TO END-NUM-ENDERECO

           IF W-CONF-ENDERECO GREATER THAN ZEROS
              READ ARQ-ENDERECO RECORD KEY IS END-CHAVE

              IF WX-FILE-STATUS EQUAL TO "00"
                 MOVE "S" TO W-ACHOU-ENDERECO
              END-IF
           ELSE
              START ARQ-ENDERECO KEY IS NOT LESS THAN END-CHAVE

              IF WX-FILE-STATUS EQUAL TO "00"
                 READ ARQ-ENDERECO NEXT RECORD

                 IF WX-FILE-STATUS EQUAL TO "00"
                    AND END-COD-CLIENTE EQUAL TO W-CONF-CLIENTE
                    MOVE "S" TO W-ACHOU-ENDERECO
                 END-IF
              END-IF
           END-IF

           IF W-ACHOU-ENDERECO EQUAL TO "S"
              PERFORM 385-CARREGAR-ENDERECO
           END-IF.

      * ENDERECO GRAVADO ANTES DO ENDERECO POSTAL VEM CURTO: SAI A
      * DESCRICAO NO LUGAR DO LOGRADOURO E O CEP ZERADO.
       385-CARREGAR-ENDERECO.
           IF END-CEP NOT NUMERIC
              MOVE ZEROS  TO END-CEP
              MOVE SPACES TO END-LOGRADOURO, END-NUMERO, END-BAIRRO,
                             END-MUNICIPIO, END-UF
           END-IF

           IF END-LOGRADOURO EQUAL TO SPACES
              MOVE END-DESCRICAO  TO W-EP-LOGRADOURO
           ELSE
              MOVE END-LOGRADOURO TO W-EP-LOGRADOURO
           END-IF

           MOVE END-NUMERO    TO W-EP-NUMERO
           MOVE END-BAIRRO    TO W-EP-BAIRRO
           MOVE END-CEP       TO W-EP-CEP
           MOVE END-MUNICIPIO TO W-EP-MUNICIPIO
           MOVE END-UF        TO W-EP-UF.

      * LISTA DE CARREGAMENTO: OS PEDIDOS COM SEUS ITENS NA ORDEM
      * INVERSA DO PERCURSO, PARA QUE A CARGA DA PRIMEIRA PARADA
      * FIQUE NA BOCA DO CAMINHAO.
       390-IMPRIMIR-CARREGAMENTO.
           MOVE SPACES TO REL-CARREGAMENTO-LINHA
           WRITE REL-CARREGAMENTO-LINHA
           WRITE REL-CARREGAMENTO-LINHA FROM W-GRUPO-ROMANEIO
           WRITE REL-CARREGAMENTO-LINHA FROM W-CAR-INSTRUCAO

           PERFORM 395-CARREGAR-PARADA
             VARYING W-SEQ-PARADA FROM W-QTD-PARADAS BY -1
             UNTIL W-SEQ-PARADA EQUAL TO ZEROS

           MOVE SPACES TO REL-CARREGAMENTO-LINHA
           WRITE REL-CARREGAMENTO-LINHA
           WRITE REL-CARREGAMENTO-LINHA FROM W-SUBTOTAL

           IF W-PEDIDOS-EXCEDENTES EQUAL TO "S"
              WRITE REL-CARREGAMENTO-LINHA FROM W-AVISO-EXCEDENTE
           END-IF.

       395-CARREGAR-PARADA.
           MOVE W-ORDEM-PARADA(W-SEQ-PARADA) TO W-IDX-PARADA

           PERFORM 396-CARREGAR-PEDIDO
             VARYING W-IDX-PEDIDO FROM 1 BY 1
             UNTIL W-IDX-PEDIDO GREATER THAN W-QTD-PEDIDOS.

       396-CARREGAR-PEDIDO.
           IF W-PED-IDX-PARADA(W-IDX-PEDIDO) EQUAL TO W-IDX-PARADA
              MOVE SPACES TO REL-CARREGAMENTO-LINHA
              WRITE REL-CARREGAMENTO-LINHA

              MOVE W-SEQ-PARADA                      TO W-CP-SEQ
              MOVE W-PED-NUM-PEDIDO(W-IDX-PEDIDO)    TO W-CP-PEDIDO
              MOVE W-PAR-COD-CLIENTE(W-IDX-PARADA)   TO W-CP-CLIENTE
              MOVE W-PED-SERIE-NF(W-IDX-PEDIDO)      TO W-CP-SERIE-NF
              MOVE W-PED-NUM-NF(W-IDX-PEDIDO)        TO W-CP-NUM-NF
              WRITE REL-CARREGAMENTO-LINHA FROM W-CAR-PEDIDO

              MOVE "N" TO W-FIM-ITENS
              MOVE W-PED-NUM-PEDIDO(W-IDX-PEDIDO) TO IT-NUM-PEDIDO
              MOVE ZEROS                          TO IT-SEQ-ITEM
              START ARQ-ITEM-PEDIDO KEY IS NOT LESS THAN IT-CHAVE

              IF WI-FILE-STATUS EQUAL TO "00"
                 READ ARQ-ITEM-PEDIDO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ITENS
                 END-READ
              ELSE
                 MOVE "S" TO W-FIM-ITENS
              END-IF

              PERFORM 397-CARREGAR-ITEM UNTIL W-FIM-ITENS = "S"
           END-IF.

       397-CARREGAR-ITEM.
           IF IT-NUM-PEDIDO NOT EQUAL TO W-PED-NUM-PEDIDO(W-IDX-PEDIDO)
              MOVE "S" TO W-FIM-ITENS
           ELSE
              MOVE IT-COD-PRODUTO TO PRD-COD-PRODUTO
              READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO

              IF WF-FILE-STATUS EQUAL TO "00"
                 MOVE PRD-DESCRICAO TO W-CI-DESCRICAO
                 MOVE PRD-UNIDADE   TO W-CI-UNIDADE
              ELSE
                 MOVE "** PRODUTO NAO CADASTRADO **" TO W-CI-DESCRICAO
                 MOVE SPACES TO W-CI-UNIDADE
              END-IF

              MOVE IT-COD-PRODUTO TO W-CI-PRODUTO
              MOVE IT-QUANTIDADE  TO W-CI-QUANTIDADE
              WRITE REL-CARREGAMENTO-LINHA FROM W-CAR-ITEM

              READ ARQ-ITEM-PEDIDO NEXT RECORD
                AT END MOVE "S" TO W-FIM-ITENS
              END-READ
           END-IF.

      *****************************************************************
      * CONFIRMACAO DAS ENTREGAS DE UM ROMANEIO ABERTO, PARADA A     *
      * PARADA. SO AS PARADAS COM PEDIDOS AINDA PENDENTES SAO        *
      * MOSTRADAS; O ROMANEIO FECHA QUANDO NAO RESTA NENHUM PEDIDO   *
      * PENDENTE.                                                    *
      *****************************************************************
       400-CONFIRMAR-ENTREGAS.
           MOVE ZEROS TO W-NUM-ROMANEIO

           DISPLAY BUSCAR-ROMANEIO
           ACCEPT  BUSCAR-ROMANEIO

           OPEN I-O ARQ-ROMANEIO
           MOVE W-NUM-ROMANEIO TO RM-NUM-ROMANEIO
           READ ARQ-ROMANEIO RECORD KEY IS RM-NUM-ROMANEIO

           IF WO-FILE-STATUS NOT EQUAL TO "00"
              OR NOT ROMANEIO-ABERTO
              CLOSE ARQ-ROMANEIO
              DISPLAY MENSAGEM-ROMANEIO-INVALIDO
              ACCEPT  MENSAGEM-ROMANEIO-INVALIDO
              PERFORM 000-INICIO
           END-IF

           MOVE RM-QTD-PARADAS TO W-QTD-PARADAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE
           PERFORM 005-LER-SESSAO

           MOVE ZEROS TO W-QTD-ENTREGUES, W-QTD-RECUSADOS,
                         W-QTD-NAO-TENTADOS, W-QTD-PENDENTES,
                         W-QTD-BLOQUEADOS

           OPEN I-O   ARQ-ROMANEIO-PARADA
           OPEN I-O   ARQ-PEDIDO
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-ENDERECO
           OPEN INPUT ARQ-FECHAMENTO

           OPEN EXTEND ARQ-EXCECAO

           IF WE-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-EXCECAO
           END-IF

           PERFORM 410-CONFIRMAR-PARADA
             VARYING W-SEQ-PARADA FROM 1 BY 1
             UNTIL W-SEQ-PARADA GREATER THAN W-QTD-PARADAS

           CLOSE ARQ-EXCECAO
           CLOSE ARQ-FECHAMENTO
           CLOSE ARQ-ENDERECO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-ROMANEIO-PARADA

           IF W-QTD-PENDENTES EQUAL TO ZEROS
              MOVE W-NUM-ROMANEIO TO RM-NUM-ROMANEIO
              READ ARQ-ROMANEIO RECORD KEY IS RM-NUM-ROMANEIO

              IF WO-FILE-STATUS EQUAL TO "00"
                 MOVE "F" TO RM-STATUS
                 REWRITE ARQ-ROMANEIO-REG
              END-IF
           END-IF

           CLOSE ARQ-ROMANEIO

           DISPLAY MENSAGEM-CONFIRMACAO-OK
           ACCEPT  MENSAGEM-CONFIRMACAO-OK

           PERFORM 000-INICIO.

       410-CONFIRMAR-PARADA.
           PERFORM 415-CARREGAR-PARADA

           IF W-QTD-CONF GREATER THAN ZEROS
              PERFORM 380-BUSCAR-ENDERECO-PARADA

              MOVE "N" TO W-SITUACAO-OK
              PERFORM 420-INFORMAR-SITUACAO
                UNTIL W-SITUACAO-OK = "S"

              IF W-SITUACAO-TELA EQUAL TO SPACES
                 ADD W-QTD-CONF TO W-QTD-PENDENTES
              ELSE
                 PERFORM 430-APLICAR-SITUACAO
                   VARYING W-IDX-CONF FROM 1 BY 1
                   UNTIL W-IDX-CONF GREATER THAN W-QTD-CONF
              END-IF
           END-IF.

      * CARREGA OS PEDIDOS AINDA PENDENTES DA PARADA W-SEQ-PARADA.
       415-CARREGAR-PARADA.
           MOVE ZEROS TO W-QTD-CONF, W-CONF-VALOR-PARADA
           MOVE "N"   TO W-FIM-PARADA

           MOVE W-NUM-ROMANEIO TO RP-NUM-ROMANEIO
           MOVE W-SEQ-PARADA   TO RP-SEQ-PARADA
           MOVE ZEROS          TO RP-NUM-PEDIDO
           START ARQ-ROMANEIO-PARADA KEY IS NOT LESS THAN RP-CHAVE

           IF WQ-FILE-STATUS EQUAL TO "00"
              READ ARQ-ROMANEIO-PARADA NEXT RECORD
                AT END MOVE "S" TO W-FIM-PARADA
              END-READ
           ELSE
              MOVE "S" TO W-FIM-PARADA
           END-IF

           PERFORM 416-LER-PEDIDO-PARADA UNTIL W-FIM-PARADA = "S".

       416-LER-PEDIDO-PARADA.
           IF RP-NUM-ROMANEIO NOT EQUAL TO W-NUM-ROMANEIO
              OR RP-SEQ-PARADA NOT EQUAL TO W-SEQ-PARADA
              MOVE "S" TO W-FIM-PARADA
           ELSE
              MOVE RP-COD-CLIENTE  TO W-CONF-CLIENTE
              MOVE RP-NUM-ENDERECO TO W-CONF-ENDERECO

              IF PARADA-PENDENTE AND W-QTD-CONF < 999
                 ADD 1 TO W-QTD-CONF
                 MOVE RP-NUM-PEDIDO   TO W-CONF-NUM-PEDIDO(W-QTD-CONF)
                 MOVE RP-VALOR-PEDIDO TO W-CONF-VALOR(W-QTD-CONF)
                 ADD  RP-VALOR-PEDIDO TO W-CONF-VALOR-PARADA
              END-IF

              READ ARQ-ROMANEIO-PARADA NEXT RECORD
                AT END MOVE "S" TO W-FIM-PARADA
              END-READ
           END-IF.

       420-INFORMAR-SITUACAO.
           MOVE SPACES TO W-SITUACAO-TELA, W-MOTIVO-TELA

           DISPLAY CONFIRMAR-PARADA
           ACCEPT  CONFIRMAR-PARADA

           MOVE FUNCTION UPPER-CASE(W-SITUACAO-TELA) TO W-SITUACAO-TELA

           EVALUATE W-SITUACAO-TELA
             WHEN "E"
             WHEN "N"
             WHEN SPACES
                MOVE "S" TO W-SITUACAO-OK
             WHEN "R"
                IF W-MOTIVO-TELA EQUAL TO SPACES
                   DISPLAY MENSAGEM-SITUACAO-INVALIDA
                   ACCEPT  MENSAGEM-SITUACAO-INVALIDA
                ELSE
                   MOVE "S" TO W-SITUACAO-OK
                END-IF
             WHEN OTHER
                DISPLAY MENSAGEM-SITUACAO-INVALIDA
                ACCEPT  MENSAGEM-SITUACAO-INVALIDA
           END-EVALUATE.

      * APLICA A SITUACAO DIGITADA AO PEDIDO W-IDX-CONF DA PARADA:
      * ENTREGUE LEVA O PEDIDO FATURADO A ENTREGUE, RECUSADA ABRE
      * UMA EXCECAO NA FILA (O PEDIDO FICA PRESO AO ROMANEIO ATE O
      * TRATAMENTO NA TELAEXCECAO) E NAO TENTADA DEVOLVE O PEDIDO
      * AOS LIVRES. PEDIDO CANCELADO ENQUANTO ESTAVA NO CAMINHAO SAI
      * COMO NAO TENTADO.
       430-APLICAR-SITUACAO.
           MOVE W-NUM-ROMANEIO TO RP-NUM-ROMANEIO
           MOVE W-SEQ-PARADA   TO RP-SEQ-PARADA
           MOVE W-CONF-NUM-PEDIDO(W-IDX-CONF) TO RP-NUM-PEDIDO
           READ ARQ-ROMANEIO-PARADA RECORD KEY IS RP-CHAVE

           IF WQ-FILE-STATUS EQUAL TO "00"
              MOVE RP-NUM-PEDIDO TO P-NUM-PEDIDO
              READ ARQ-PEDIDO RECORD KEY IS P-NUM-PEDIDO

              IF WP-FILE-STATUS EQUAL TO "00"
                 PERFORM 130-SANEAR-PEDIDO
                 MOVE W-SITUACAO-TELA TO RP-SITUACAO
                 MOVE W-MOTIVO-TELA   TO RP-MOTIVO

                 IF PEDIDO-CANCELADO
                    MOVE "N" TO RP-SITUACAO
                    MOVE "PEDIDO CANCELADO" TO RP-MOTIVO
                 END-IF

                 EVALUATE RP-SITUACAO
                   WHEN "E"
                      PERFORM 435-ENTREGAR-PEDIDO
                   WHEN "R"
                      PERFORM 440-GRAVAR-RECUSA
                      ADD 1 TO W-QTD-RECUSADOS
                   WHEN OTHER
                      MOVE ZEROS TO P-NUM-ROMANEIO
                      REWRITE ARQ-PEDIDO-REG
                      ADD 1 TO W-QTD-NAO-TENTADOS
                 END-EVALUATE

                 IF RP-SITUACAO NOT EQUAL TO SPACES
                    MOVE W-DATA-HOJE      TO RP-DATA-CONFIRMACAO
                    MOVE W-USUARIO-SESSAO TO RP-USUARIO
                    REWRITE ARQ-ROMANEIO-PARADA-REG
                 END-IF
              END-IF
           END-IF.

      * PEDIDO DATADO EM COMPETENCIA JA FECHADA PELO FECHAMENTO DE
      * COMISSAO NAO MUDA MAIS DE STATUS (MESMA REGRA DA TELAPEDIDO):
      * A PARADA CONTINUA PENDENTE. PEDIDO JA ENTREGUE POR OUTRO
      * CAMINHO SO TEM A PARADA CONFIRMADA.
       435-ENTREGAR-PEDIDO.
           MOVE "N" TO W-PERIODO-FECHADO

           MOVE P-DATA-PEDIDO(1:6) TO FC-ANO-MES
           MOVE ZEROS              TO FC-COD-VENDEDOR
           READ ARQ-FECHAMENTO RECORD KEY IS FC-CHAVE

           IF WM-FILE-STATUS EQUAL TO "00"
              MOVE "S" TO W-PERIODO-FECHADO
           END-IF

           EVALUATE TRUE
             WHEN PEDIDO-ENTREGUE
                ADD 1 TO W-QTD-ENTREGUES
             WHEN W-PERIODO-FECHADO EQUAL TO "S"
                MOVE SPACES TO RP-SITUACAO, RP-MOTIVO
                ADD 1 TO W-QTD-PENDENTES, W-QTD-BLOQUEADOS
             WHEN OTHER
                MOVE "E" TO P-STATUS-PEDIDO
                REWRITE ARQ-PEDIDO-REG
                ADD 1 TO W-QTD-ENTREGUES
           END-EVALUATE.

      * A RECUSA ENTRA PENDENTE NA FILA DE EXCECOES COM ORIGEM "E".
      * LA ELA E ENCERRADA, LIBERANDO OU NAO O PEDIDO PARA UM NOVO
      * ROMANEIO.
       440-GRAVAR-RECUSA.
           MOVE P-NUM-PEDIDO     TO W-ME-PEDIDO
           MOVE W-NUM-ROMANEIO   TO W-ME-ROMANEIO
           MOVE W-MOTIVO-TELA    TO W-ME-MOTIVO

           MOVE P-COD-CLIENTE    TO E-COD-CLIENTE
           MOVE P-NUM-ENDERECO   TO E-NUM-ENDERECO
           MOVE W-MOTIVO-EXCECAO TO E-MOTIVO
           MOVE "E"              TO E-ORIGEM
           MOVE "N"              TO E-RESOLVIDO
           MOVE ZEROS            TO E-DATA-RESOLUCAO
           MOVE SPACES           TO E-USUARIO-RESOLUCAO

           WRITE ARQ-EXCECAO-REG.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

      * REGISTRO DE CONTROLE GRAVADO ANTES DESTES CAMPOS EXISTIREM
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

       END PROGRAM TELAROMANEIO.
