                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-DISTRIBUICAO ASSIGN TO DISK
           SELECT ARQ-TITULO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE
                  ALTERNATE RECORD KEY IS TIT-COD-CLIENTE
                                WITH DUPLICATES
                  FILE STATUS   IS WB-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
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

           SELECT ARQ-COBRANCA  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CB-COD-CLIENTE
                  FILE STATUS   IS WG-FILE-STATUS.

           SELECT ARQ-NOTA-FISCAL ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NF-CHAVE
                  FILE STATUS   IS WA-FILE-STATUS.

           SELECT ARQ-ENDERECO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS END-CHAVE
                  FILE STATUS   IS WR-FILE-STATUS.

           SELECT ARQ-EMPRESA   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EM-COD-EMPRESA
                  FILE STATUS   IS WK-FILE-STATUS.

           SELECT ARQ-CONTRATO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CT-CHAVE
                  FILE STATUS   IS WJ-FILE-STATUS.

           SELECT ARQ-LIBERACAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS LB-CHAVE
                  FILE STATUS   IS WQ-FILE-STATUS.

      * DOCUMENTO DA NOTA FISCAL; O NOME E MONTADO EM W-LABEL-NF COM
      * A SERIE E O NUMERO DA NOTA.
           SELECT ARQ-DOC-NF    ASSIGN TO W-LABEL-NF
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTE
           VALUE OF FILE-ID IS 'cadFechamentoComissao'.
       COPY "FECHAMENTOCOM.CPY".

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

       FD  ARQ-NOTA-FISCAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadNotaFiscal'.
       COPY "NOTAFISCAL.CPY".

       FD  ARQ-ENDERECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadEnderecoEntrega'.
       COPY "ENDERECO.CPY".

       FD  ARQ-EMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadEmpresa'.
       COPY "EMPRESA.CPY".

       FD  ARQ-CONTRATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadContratoPreco'.
       COPY "CONTRATO.CPY".

       FD  ARQ-LIBERACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadLiberacao'.
       COPY "LIBERACAO.CPY".

       FD  ARQ-DOC-NF
           LABEL RECORD IS STANDARD.
       01  ARQ-DOC-NF-LINHA       PIC  X(080).

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WOPCAO                 PIC  9      VALUE ZEROS.
       77 W-IT-QTDE              PIC  9(005)V9(002) VALUE ZEROS.
       77 W-IT-PRECO             PIC  9(009)V9(002) VALUE ZEROS.
       77 W-IT-VALOR             PIC  9(009)V9(002) VALUE ZEROS.
       77 W-IT-DISPONIVEL        PIC S9(007)V9(002) VALUE ZEROS.
       77 W-IT-RESERVADA         PIC  9(005)V9(002) VALUE ZEROS.
       77 W-IT-PENDENTE          PIC  9(005)V9(002) VALUE ZEROS.

      * CONTRATO DE PRECO NEGOCIADO (VER CONTRATO.CPY): O PRECO DO
      * CONTRATO VIGENTE NA DATA DO PEDIDO, DO CLIENTE OU DO SEU
      * GRUPO (RAIZ DO CNPJ), E A BASE DO ITEM - PRECO SUGERIDO E
      * REFERENCIA DO LIMITE DE DESCONTO DA CLASSE. SEM CONTRATO A
      * BASE E O PRECO DE LISTA.
       77 WJ-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-TEM-CONTRATO         PIC  X(001) VALUE "N".
       77 W-FIM-CONTRATO         PIC  X(001) VALUE "N".
       77 W-IT-PRECO-CONTRATO    PIC  9(009)V9(002) VALUE ZEROS.
       77 W-IT-PRECO-BASE        PIC  9(009)V9(002) VALUE ZEROS.
       01  W-CONTRATO-BUSCA.
           03 W-CB-COD-CLIENTE   PIC  9(007) VALUE ZEROS.
           03 W-CB-RAIZ-CNPJ     PIC  9(008) VALUE ZEROS.
           03 W-CB-COD-PRODUTO   PIC  9(005) VALUE ZEROS.

      * CONTROLE DE ESTOQUE (VER PRODUTO.CPY E MOVESTOQUE.CPY): A
      * GRAVACAO DO PEDIDO RESERVA O DISPONIVEL DE CADA ITEM E DEIXA
      * O RESTO PENDENTE; O FATURAMENTO BAIXA A RESERVA E O
      * CANCELAMENTO DE PEDIDO DIGITADO A LIBERA.
       77 WE-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-FIM-ITENS-PEDIDO     PIC  X(001) VALUE "N".
       77 W-QTD-MOVIMENTO        PIC  9(007)V9(002) VALUE ZEROS.
       77 W-USUARIO-ESTOQUE      PIC  X(020) VALUE SPACES.

      * MANUTENCAO DO CICLO DE VIDA DO PEDIDO: NOVO STATUS DIGITADO
      * E MOTIVO DO CANCELAMENTO (OBRIGATORIO NO STATUS "C").
       77 W-DATA-VENCIMENTO      PIC  9(008) VALUE ZEROS.
       77 W-DIAS-VENCIMENTO      PIC  9(008) VALUE ZEROS.

      * CONDICAO DE PAGAMENTO DO PEDIDO (VER CONDPAGTO.CPY): O
      * FATURAMENTO GERA UM TITULO POR PARCELA, COM AS PARCELAS DA
      * CONDICAO COPIADAS PARA A TABELA ABAIXO NA LEITURA.
       77 WN-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-ACHOU-CONDICAO       PIC  X(001) VALUE "N".
       77 W-CONDICAO-ATIVA       PIC  X(001) VALUE "N".
       77 W-QTD-PARCELAS         PIC  9(002) VALUE ZEROS.
       77 W-IND-PARCELA          PIC  9(002) VALUE ZEROS.
       77 W-DATA-FATURAMENTO     PIC  9(008) VALUE ZEROS.
       77 W-VALOR-PARCELA        PIC  9(009)V9(002) VALUE ZEROS.
       77 W-SOMA-PARCELAS        PIC  9(009)V9(002) VALUE ZEROS.
       01  W-TABELA-PARCELAS.
           03 W-PARCELA OCCURS 12 TIMES.
              05 W-PARC-DIAS     PIC  9(003).
              05 W-PARC-PERCENTUAL PIC 9(003)V9(002).

      * NOTA FISCAL DO FATURAMENTO (VER NOTAFISCAL.CPY): SERIE E
      * NUMERO RESERVADOS NO CONTROLE, EMITENTE (EMPRESA DO PEDIDO),
      * DESTINATARIO E ENDERECO DE ENTREGA IMPRESSOS NO DOCUMENTO.
       77 WA-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WK-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WX-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-SERIE-NF             PIC  X(003) VALUE SPACES.
       77 W-NUM-NF               PIC  9(009) VALUE ZEROS.
       77 W-DATA-NF              PIC  9(008) VALUE ZEROS.
      * "S" ENQUANTO O NUMERO CANDIDATO JA CONSTA NO CADASTRO DE
      * NOTAS (CONTROLE RESTAURADO DE COPIA ANTIGA): NAO REAPROVEITA.
       77 W-NUM-NF-USADO         PIC  X(001) VALUE "N".
       77 W-LABEL-NF             PIC  X(030) VALUE SPACES.
       77 W-EMPRESA-NF           PIC  9(003) VALUE ZEROS.
       77 W-ACHOU-ENDERECO       PIC  X(001) VALUE "N".
       77 W-TOTAL-ITENS-NF       PIC  9(009)V9(002) VALUE ZEROS.
      * LINHA DA MENSAGEM DE STATUS ATUALIZADO COM A NOTA EMITIDA
      * (BRANCO QUANDO A MUDANCA NAO FOI UM FATURAMENTO).
       77 W-MENSAGEM-NF          PIC  X(040) VALUE SPACES.

      * VALIDACAO DO LIMITE DE CREDITO NA ENTRADA DO PEDIDO: SOMA
      * DOS SALDOS EM ABERTO DO CLIENTE NO CONTAS A RECEBER MAIS O
      * NOVO PEDIDO CONTRA O LIMITE DO CADASTRO. A LIBERACAO E FEITA
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-SALDO-ABERTO         PIC  9(011)V9(002) VALUE ZEROS.
       77 W-CREDITO-OK           PIC  X(001) VALUE "S".
      * SITUACAO DE COBRANCA DO CLIENTE (VER COBRANCA.CPY): NO NIVEL
      * DE BLOQUEIO O PEDIDO SO ENTRA COM LIBERACAO.
       77 WG-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-FIM-TITULO           PIC  X(001) VALUE "N".

      * "S" QUANDO A COMPETENCIA DO PEDIDO JA FOI FECHADA PELO
      * (US-PERM-PARAMETRO). GRAVADO NO PEDIDO QUANDO HOUVE LIBERACAO.
       77 W-SUPERVISOR-DIGITADO  PIC  X(020) VALUE SPACES.
       77 W-SENHA-SUPERVISOR     PIC  X(010) VALUE SPACES.
       77 W-SAL-SUPERVISOR       PIC  X(008) VALUE SPACES.
       77 W-HASH-SUPERVISOR      PIC  X(016) VALUE SPACES.
       77 W-USUARIO-LIBERACAO    PIC  X(020) VALUE SPACES.

      * LIBERACOES DADAS NA DIGITACAO DO PEDIDO (VER LIBERACAO.CPY):
      * GUARDADAS AQUI E GRAVADAS NO LOG SO DEPOIS QUE O PEDIDO FOI
      * GRAVADO, PARA QUE PEDIDO DESISTIDO OU BLOQUEADO NAO DEIXE
      * LIBERACAO SEM PEDIDO. CABE UMA POR ITEM MAIS COBRANCA E
      * CREDITO.
       77 WQ-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-QTD-LIBERACOES       PIC  9(002) VALUE ZEROS.
       77 W-IND-LIBERACAO        PIC  9(002) VALUE ZEROS.
       77 W-TIPO-LIBERACAO       PIC  X(001) VALUE SPACES.
       77 W-PRODUTO-LIBERACAO    PIC  9(005) VALUE ZEROS.
       77 W-LIMITE-LIBERACAO     PIC  9(011)V9(002) VALUE ZEROS.
       77 W-VALOR-LIBERACAO      PIC  9(011)V9(002) VALUE ZEROS.
      * NA LIBERACAO DE PEDIDO DE CAMPO RETIDO: LINHAS PENDENTES DO
      * PEDIDO COMPLETADAS E ULTIMA SEQUENCIA LIDA.
       77 W-FIM-LIBERACAO        PIC  X(001) VALUE "N".
       77 W-QTD-PENDENTES-LIB    PIC  9(003) VALUE ZEROS.
       77 W-ULTIMA-SEQ-LIB       PIC  9(003) VALUE ZEROS.
       01  W-TABELA-LIBERACOES.
           03 W-LIBERACAO OCCURS 52 TIMES.
              05 W-LIB-TIPO      PIC  X(001).
              05 W-LIB-PRODUTO   PIC  9(005).
              05 W-LIB-LIMITE    PIC  9(011)V9(002).
              05 W-LIB-VALOR     PIC  9(011)V9(002).
              05 W-LIB-USUARIO   PIC  X(020).
              05 W-LIB-DATA-HORA PIC  9(014).

      * FRETE DO PEDIDO (VER CALCFRETE): DISTANCIA EM METROS DO
      * DEPOSITO DA EMPRESA AO ENDERECO DE ENTREGA, EM KM NA TELA, E
      * TOTAL DO PEDIDO COM O FRETE, QUE E O VALOR COBRADO NO TITULO
      * E NA NOTA E CONFERIDO NO LIMITE DE CREDITO.
       77 W-PED-DISTANCIA        PIC  9(009)V9(002) VALUE ZEROS.
       77 W-PED-KM               PIC  9(005) VALUE ZEROS.
       77 W-PED-TOTAL            PIC  9(009)V9(002) VALUE ZEROS.
       77 W-VALOR-TITULOS        PIC  9(009)V9(002) VALUE ZEROS.

      * ITENS DIGITADOS DO PEDIDO, GRAVADOS EM ARQ-ITEM-PEDIDO APOS
      * A CONFIRMACAO. O VALOR DO PEDIDO E A SOMA DOS ITENS.
       01  W-TABELA-ITENS.
           03 W-NUM-PEDIDO       PIC  9(007) VALUE ZEROS.
           03 W-PED-COD-CLIENTE  PIC  9(007) VALUE ZEROS.
           03 W-PED-COD-VENDEDOR PIC  9(003) VALUE ZEROS.
           03 W-PED-DATA         PIC  9(008) VALUE ZEROS.
           03 W-PED-NUM-ENDERECO PIC  9(003) VALUE ZEROS.
           03 W-PED-VALOR        PIC  9(009)V9(002) VALUE ZEROS.
           03 W-PED-STATUS       PIC  X(001) VALUE SPACES.
           03 W-PED-MOTIVO       PIC  X(040) VALUE SPACES.
           03 W-PED-USUARIO-LIB  PIC  X(020) VALUE SPACES.
           03 W-PED-EMPRESA      PIC  9(003) VALUE ZEROS.
      * CONDICAO DE PAGAMENTO (ZEROS = TITULO UNICO).
           03 W-PED-COND-PAGTO   PIC  9(003) VALUE ZEROS.
      * NOTA FISCAL DO FATURAMENTO (ZEROS = NAO FATURADO).
           03 W-PED-SERIE-NF     PIC  X(003) VALUE SPACES.
           03 W-PED-NUM-NF       PIC  9(009) VALUE ZEROS.
           03 W-PED-DATA-NF      PIC  9(008) VALUE ZEROS.
           03 W-PED-NUM-ROMANEIO PIC  9(007) VALUE ZEROS.
      * FRETE PELA DISTANCIA DE ENTREGA, A PARTE DOS ITENS.
           03 W-PED-FRETE        PIC  9(009)V9(002) VALUE ZEROS.

      * DOCUMENTO DA NOTA FISCAL, UM ARQUIVO POR NOTA.
       01  W-NF-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-NF-CABECALHO-2.
           03 FILLER              PIC  X(029) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "NOTA FISCAL DE VENDA".

       01  W-NF-NOTA.
           03 FILLER              PIC  X(010) VALUE "SERIE...:".
           03 W-NF-N-SERIE        PIC  X(003).
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(008) VALUE "NUMERO:".
           03 W-NF-N-NUMERO       PIC  9(009).
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(009) VALUE "EMISSAO:".
           03 W-NF-N-EMISSAO      PIC  99999999.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(008) VALUE "PEDIDO:".
           03 W-NF-N-PEDIDO       PIC  ZZZZZZ9.

       01  W-NF-EMITENTE.
           03 FILLER              PIC  X(010) VALUE "EMITENTE:".
           03 W-NF-E-CODIGO       PIC  ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-NF-E-NOME         PIC  X(040).

       01  W-NF-DESTINATARIO-1.
           03 FILLER              PIC  X(010) VALUE "CLIENTE.:".
           03 W-NF-D-CODIGO       PIC  ZZZZZZ9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(006) VALUE "CNPJ:".
           03 W-NF-D-CNPJ         PIC  9(014).

       01  W-NF-DESTINATARIO-2.
           03 FILLER              PIC  X(010) VALUE "RAZAO...:".
           03 W-NF-D-RAZAO        PIC  X(040).

       01  W-NF-ENDERECO-1.
           03 FILLER              PIC  X(010) VALUE "ENTREGA.:".
           03 W-NF-L-LOGRADOURO   PIC  X(040).
           03 FILLER              PIC  X(002) VALUE ", ".
           03 W-NF-L-NUMERO       PIC  X(006).

       01  W-NF-ENDERECO-2.
           03 FILLER              PIC  X(010) VALUE "BAIRRO..:".
           03 W-NF-L-BAIRRO       PIC  X(025).
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(005) VALUE "CEP:".
           03 W-NF-L-CEP          PIC  9(008).

       01  W-NF-ENDERECO-3.
           03 FILLER              PIC  X(010) VALUE "MUNICIP.:".
           03 W-NF-L-MUNICIPIO    PIC  X(030).
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(004) VALUE "UF:".
           03 W-NF-L-UF           PIC  X(002).

       01  W-NF-VENDEDOR.
           03 FILLER              PIC  X(010) VALUE "VENDEDOR:".
           03 W-NF-V-CODIGO       PIC  ZZ9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(015) VALUE "COND. PAGTO...:".
           03 W-NF-V-CONDICAO     PIC  ZZ9.

       01  W-NF-COLUNAS.
           03 FILLER              PIC  X(004) VALUE " SEQ".
           03 FILLER              PIC  X(008) VALUE " PRODUTO".
           03 FILLER              PIC  X(023) VALUE " DESCRICAO".
           03 FILLER              PIC  X(014) VALUE "QUANTIDADE UN".
           03 FILLER              PIC  X(014) VALUE "   PRECO UNIT.".
           03 FILLER              PIC  X(014) VALUE "         VALOR".

       01  W-NF-DETALHE.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-NF-I-SEQ          PIC  ZZ9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-NF-I-PRODUTO      PIC  ZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-NF-I-DESCRICAO    PIC  X(022).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-NF-I-QUANTIDADE   PIC  ZZZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-NF-I-UNIDADE      PIC  X(003).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-NF-I-PRECO        PIC  ZZZZZZZZ9,99.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-NF-I-VALOR        PIC  ZZZZZZZZ9,99.

       01  W-NF-TOTAL-1.
           03 FILLER              PIC  X(022) VALUE
              "TOTAL DOS ITENS......:".
           03 W-NF-T-ITENS        PIC  ZZZZZZZZ9,99.

       01  W-NF-TOTAL-FRETE.
           03 FILLER              PIC  X(022) VALUE
              "FRETE................:".
           03 W-NF-T-FRETE        PIC  ZZZZZZZZ9,99.

       01  W-NF-TOTAL-2.
           03 FILLER              PIC  X(022) VALUE
              "VALOR TOTAL DA NOTA..:".
           03 W-NF-T-VALOR        PIC  ZZZZZZZZ9,99.

      * REGISTRO DA NOTA NO CATALOGO DE SPOOL (VER SPOOL.CPY), PARA
      * QUE POSSA SER CONSULTADA E REIMPRESSA.
       01  W-SPOOL-NOME           PIC  X(020) VALUE "NOTA FISCAL".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE SPACES.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       SCREEN SECTION.
       01 MENSAGEM-CONSULTA AUTO.
          02 LINE 09 COL 10 VALUE "[3] LISTAR PEDIDOS".
          02 LINE 10 COL 10 VALUE "[4] ITENS DO PEDIDO".
          02 LINE 11 COL 10 VALUE "[5] ALTERAR STATUS DO PEDIDO".
          02 LINE 12 COL 10 VALUE "[6] PEDIDOS PROGRAMADOS".
          02 LINE 13 COL 10 VALUE "[7] VOLTAR AO MENU PRINCIPAL".
          02 LINE 15 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 TO WOPCAO AUTO.

       01 BUSCAR-CLIENTE AUTO.
          02 BLANK SCREEN.
          02 LINE 10 COL 46, PIC ZZ9 TO W-PED-NUM-ENDERECO.
          02 LINE 11 COL 10 VALUE "VENDEDOR       :".
          02 LINE 11 COL 27, PIC ZZ9 TO W-PED-COD-VENDEDOR.
          02 LINE 12 COL 10 VALUE
             "CONDICAO DE PAGAMENTO (000 = SEM CONDICAO):".
          02 LINE 12 COL 54, PIC ZZ9 TO W-PED-COND-PAGTO.

       01 INFORMAR-CONDICAO AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "INCLUIR PEDIDO".
          02 LINE 06 COL 10 VALUE "CLIENTE:".
          02 LINE 06 COL 19, PIC ZZZZZZ9 FROM W-COD-CLIENTE.
          02 LINE 06 COL 28, PIC X(040) FROM W-RAZAO-SOCIAL.
          02 LINE 08 COL 10 VALUE
             "CONDICAO DE PAGAMENTO (000 = SEM CONDICAO):".
          02 LINE 08 COL 54, PIC ZZ9 TO W-PED-COND-PAGTO.

       01 MENSAGEM-CONDICAO-INVALIDA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "CONDICAO DE PAGAMENTO NAO ENCONTRADA OU INATIVA".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 INFORMAR-ITEM AUTO.
          02 BLANK SCREEN.
          02 LINE 09 COL 26, PIC X(003) FROM W-IT-UNIDADE.
          02 LINE 10 COL 10 VALUE "PRECO DE LISTA:".
          02 LINE 10 COL 26, PIC ZZZZZZZZ9,99 FROM W-IT-PRECO-LISTA.
          02 LINE 11 COL 10 VALUE "DISPONIVEL    :".
          02 LINE 11 COL 26, PIC -ZZZZZZ9,99 FROM W-IT-DISPONIVEL.
          02 LINE 12 COL 10 VALUE "QUANTIDADE    :".
          02 LINE 12 COL 26, PIC ZZZZ9,99 USING W-IT-QTDE.
          02 LINE 13 COL 10 VALUE "PRECO UNITARIO:".
          02 LINE 13 COL 26, PIC ZZZZZZZZ9,99 USING W-IT-PRECO.
          02 LINE 14 COL 10 VALUE "PRECO CONTRATO:".
          02 LINE 14 COL 26, PIC ZZZZZZZZ9,99 FROM W-IT-PRECO-CONTRATO.
          02 LINE 15 COL 10 VALUE
             "QUANTIDADE ACIMA DO DISPONIVEL FICA PENDENTE (BACKORDER)".

       01 MENSAGEM-PRODUTO-INVALIDO AUTO.
          02 BLANK SCREEN.
             "LIBERAR COM O USUARIO DA SESSAO?(S/N):".
          02 LINE 12 COL 49, PIC X TO W-CONFIRMA.

       01 MENSAGEM-CLIENTE-EM-COBRANCA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "CLIENTE COM CREDITO BLOQUEADO PELA COBRANCA".
          02 LINE 08 COL 10 VALUE "DIAS DE ATRASO   :".
          02 LINE 08 COL 29, PIC ZZZZ9 FROM CB-DIAS-ATRASO.
          02 LINE 09 COL 10 VALUE "SALDO VENCIDO    :".
          02 LINE 09 COL 29, PIC ZZZZZZZZZZ9,99 FROM CB-SALDO-VENCIDO.
          02 LINE 10 COL 10 VALUE "BLOQUEADO DESDE  :".
          02 LINE 10 COL 29, PIC 99999999 FROM CB-DATA-NIVEL.
          02 LINE 12 COL 10
             "LIBERAR COM O USUARIO DA SESSAO?(S/N):".
          02 LINE 12 COL 49, PIC X TO W-CONFIRMA.

       01 MENSAGEM-EMPRESA-DIVERGENTE AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "PEDIDO BLOQUEADO PELO CREDITO DO CLIENTE - NAO GRAVADO".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

          02 LINE 11 COL 27, PIC ZZ9 FROM W-PED-COD-VENDEDOR.
          02 LINE 12 COL 10 VALUE "QTD DE ITENS   :".
          02 LINE 12 COL 27, PIC ZZ9 FROM W-QTD-ITENS.
          02 LINE 13 COL 10 VALUE "VALOR DOS ITENS:".
          02 LINE 13 COL 27, PIC ZZZZZZZZ9,99 FROM W-PED-VALOR.
          02 LINE 14 COL 10 VALUE "FRETE          :".
          02 LINE 14 COL 27, PIC ZZZZZZZZ9,99 FROM W-PED-FRETE.
          02 LINE 14 COL 41 VALUE "ENTREGA A".
          02 LINE 14 COL 51, PIC ZZZZ9 FROM W-PED-KM.
          02 LINE 14 COL 57 VALUE "KM".
          02 LINE 15 COL 10 VALUE "TOTAL DO PEDIDO:".
          02 LINE 15 COL 27, PIC ZZZZZZZZ9,99 FROM W-PED-TOTAL.
          02 LINE 16 COL 10 VALUE "CONDICAO PAGTO :".
          02 LINE 16 COL 27, PIC ZZ9 FROM W-PED-COND-PAGTO.
          02 LINE 18 COL 10
             "CONFIRMA A INCLUSAO DO PEDIDO?(S/N):".
          02 LINE 18 COL 47, PIC X TO W-CONFIRMA.

       01 BUSCAR-PEDIDO AUTO.
          02 BLANK SCREEN.
          02 LINE 13 COL 10 VALUE "SITUACAO       :".
          02 LINE 13 COL 27, PIC X(001) FROM W-PED-STATUS.
          02 LINE 13 COL 31, PIC X(040) FROM W-PED-MOTIVO.
          02 LINE 14 COL 10 VALUE "CONDICAO PAGTO :".
          02 LINE 14 COL 27, PIC ZZ9 FROM W-PED-COND-PAGTO.
          02 LINE 15 COL 10 VALUE "NOTA FISCAL    :".
          02 LINE 15 COL 27, PIC X(003) FROM W-PED-SERIE-NF.
          02 LINE 15 COL 31, PIC ZZZZZZZZ9 FROM W-PED-NUM-NF.
          02 LINE 15 COL 42, PIC 99999999 FROM W-PED-DATA-NF.
          02 LINE 16 COL 10 VALUE "FRETE          :".
          02 LINE 16 COL 27, PIC ZZZZZZZZ9,99 FROM W-PED-FRETE.
          02 LINE 18 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 18 COL 39, PIC X TO W-CONFIRMA.

       01 LISTAR-PEDIDO AUTO.
          02 BLANK SCREEN.
          02 LINE 09 COL 27, PIC ZZZZZZZZ9,99 FROM W-PED-VALOR.
          02 LINE 10 COL 10 VALUE "SITUACAO ATUAL :".
          02 LINE 10 COL 27, PIC X(001) FROM W-PED-STATUS.
          02 LINE 11 COL 10 VALUE "CONDICAO PAGTO :".
          02 LINE 11 COL 27, PIC ZZ9 FROM W-PED-COND-PAGTO.
          02 LINE 12 COL 10 VALUE
             "NOVO STATUS (D=LIBERA F=FATURA E=ENTREGUE C=CANCELA):".
          02 LINE 12 COL 64, PIC X(001) TO W-NOVO-STATUS.
          02 LINE 13 COL 10 VALUE "MOTIVO DO CANCELAMENTO:".
          02 LINE 13 COL 34, PIC X(040) TO W-MOTIVO-CANC.
          02 LINE 14 COL 10 VALUE
             "VENCIMENTO SE FATURAR (AAAAMMDD, 0 = 28 DIAS):".
          02 LINE 14 COL 57, PIC 99999999 TO W-DATA-VENCIMENTO.
          02 LINE 15 COL 10 VALUE
             "(SO PARA PEDIDO SEM CONDICAO; COM CONDICAO VALEM OS DIAS".
          02 LINE 16 COL 10 VALUE
             " DE CADA PARCELA CONTADOS DA DATA DO FATURAMENTO)".

       01 MENSAGEM-TRANSICAO-INVALIDA AUTO.
          02 BLANK SCREEN.
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "STATUS DO PEDIDO ATUALIZADO".
          02 LINE 08 COL 10, PIC X(040) FROM W-MENSAGEM-NF.
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

          02 LINE 11 COL 26, PIC ZZZZZZZZ9,99 FROM W-IT-PRECO.
          02 LINE 12 COL 10 VALUE "VALOR DO ITEM :".
          02 LINE 12 COL 26, PIC ZZZZZZZZ9,99 FROM W-IT-VALOR.
          02 LINE 13 COL 10 VALUE "RESERV/PEND.  :".
          02 LINE 13 COL 26, PIC ZZZZ9,99 FROM W-IT-RESERVADA.
          02 LINE 13 COL 36, PIC ZZZZ9,99 FROM W-IT-PENDENTE.
          02 LINE 14 COL 10 VALUE "[N] PROXIMO  [F] FINALIZAR".
          02 LINE 15 COL 10, "OPCAO:".
          02 LINE 15 COL 17, PIC X TO W-OPCAO-LISTA.
             WHEN 5
                PERFORM 900-ALTERAR-STATUS
             WHEN 6
                CHAIN "TELAPROGRAMADO"
             WHEN 7
                CALL "MENU"
             WHEN OTHER
                PERFORM 000-INICIO
           MOVE ZEROS  TO W-PED-NUM-ENDERECO
           MOVE ZEROS  TO W-PED-COD-VENDEDOR
           MOVE ZEROS  TO W-PED-VALOR
           MOVE ZEROS  TO W-PED-FRETE
           MOVE ZEROS  TO W-PED-COND-PAGTO
           MOVE SPACES TO W-USUARIO-LIBERACAO
           MOVE ZEROS  TO W-QTD-LIBERACOES

           DISPLAY DADOS-PEDIDO
           ACCEPT  DADOS-PEDIDO

           PERFORM 117-VALIDAR-CONDICAO

           PERFORM 111-INFORMAR-ITENS

           IF W-QTD-ITENS EQUAL TO ZEROS
              PERFORM 000-INICIO
           END-IF

           PERFORM 123-CALCULAR-FRETE

           DISPLAY INCLUSAO-PEDIDO
           ACCEPT  INCLUSAO-PEDIDO


           OPEN INPUT ARQ-PRODUTO

           MOVE "N" TO W-TEM-CONTRATO
           OPEN INPUT ARQ-CONTRATO
           IF WJ-FILE-STATUS EQUAL TO "00"
              MOVE "S" TO W-TEM-CONTRATO
           END-IF

           PERFORM 112-INFORMAR-UM-ITEM UNTIL W-FIM-ITENS = "S"

           IF W-TEM-CONTRATO EQUAL TO "S"
              CLOSE ARQ-CONTRATO
           END-IF

           CLOSE ARQ-PRODUTO.

       112-INFORMAR-UM-ITEM.
              MOVE PRD-DESCRICAO   TO W-IT-DESCRICAO
              MOVE PRD-UNIDADE     TO W-IT-UNIDADE
              MOVE PRD-PRECO-LISTA TO W-IT-PRECO-LISTA
              PERFORM 119-BUSCAR-CONTRATO
              MOVE W-IT-PRECO-BASE TO W-IT-PRECO
              MOVE ZEROS           TO W-IT-QTDE
              PERFORM 960-SANEAR-ESTOQUE
              COMPUTE W-IT-DISPONIVEL = PRD-QTD-ESTOQUE
                                      - PRD-QTD-RESERVADA

              DISPLAY DADOS-ITEM
              ACCEPT  DADOS-ITEM
              IF W-IT-QTDE GREATER THAN ZEROS
                 MOVE "S" TO W-ITEM-LIBERADO

                 IF W-IT-PRECO LESS THAN W-IT-PRECO-BASE
                    PERFORM 114-VALIDAR-DESCONTO
                 END-IF

           END-IF.

      * COMPARA O DESCONTO IMPLICITO DO ITEM (PRECO PRATICADO ABAIXO
      * DO PRECO BASE - O DO CONTRATO VIGENTE OU, SEM CONTRATO, O DE
      * LISTA) COM O LIMITE DA CLASSE ABC DO CLIENTE.
      * ACIMA DO LIMITE O ITEM E BLOQUEADO, SALVO LIBERACAO DE UM
      * SUPERVISOR COM US-PERM-PARAMETRO.
       114-VALIDAR-DESCONTO.
           COMPUTE W-PCT-DESCONTO ROUNDED =
                   (W-IT-PRECO-BASE - W-IT-PRECO)
                   / W-IT-PRECO-BASE * 100

           PERFORM 115-BUSCAR-LIMITE-CLASSE

           END-IF.

      * LIBERACAO DO ITEM POR UM SUPERVISOR: CONFERE CODIGO E SENHA
      * (PELO RESUMO, VER SENHAHASH) CONTRA O CADASTRO DE USUARIOS E
      * EXIGE A PERMISSAO DE PARAMETROS. O SUPERVISOR QUE LIBEROU
      * FICA GRAVADO NO PEDIDO.
       116-LIBERACAO-SUPERVISOR.
           MOVE SPACES TO W-SUPERVISOR-DIGITADO, W-SENHA-SUPERVISOR

           MOVE W-SUPERVISOR-DIGITADO TO US-CODIGO
           READ ARQ-USUARIO RECORD KEY IS US-CODIGO

           MOVE SPACES TO W-HASH-SUPERVISOR

           IF WU-FILE-STATUS EQUAL TO "00"
              MOVE US-SAL-SENHA TO W-SAL-SUPERVISOR
              CALL "SENHAHASH" USING W-SENHA-SUPERVISOR,
                                     W-SAL-SUPERVISOR,
                                     W-HASH-SUPERVISOR
           END-IF

           MOVE SPACES TO W-SENHA-SUPERVISOR

           IF WU-FILE-STATUS EQUAL TO "00"
              AND USUARIO-ATIVO
              AND US-HASH-SENHA EQUAL TO W-HASH-SUPERVISOR
              AND US-PERM-PARAMETRO EQUAL TO "S"
              MOVE US-CODIGO TO W-USUARIO-LIBERACAO
              MOVE "D"               TO W-TIPO-LIBERACAO
              MOVE W-IT-PRODUTO      TO W-PRODUTO-LIBERACAO
              MOVE W-PCT-DESC-LIMITE TO W-LIMITE-LIBERACAO
              MOVE W-PCT-DESCONTO    TO W-VALOR-LIBERACAO
              PERFORM 126-ANOTAR-LIBERACAO
           ELSE
              MOVE "N" TO W-ITEM-LIBERADO
              DISPLAY MENSAGEM-LIBERACAO-NEGADA
           CLOSE ARQ-USUARIO
           MOVE "00" TO WU-FILE-STATUS.

      * A CONDICAO DE PAGAMENTO INFORMADA NA INCLUSAO PRECISA EXISTIR
      * E ESTAR ATIVA; ZEROS = SEM CONDICAO (TITULO UNICO). CONDICAO
      * INVALIDA E PEDIDA DE NOVO, SEM PERDER O NUMERO DO PEDIDO.
       117-VALIDAR-CONDICAO.
           IF W-PED-COND-PAGTO GREATER THAN ZEROS
              PERFORM 118-LER-CONDICAO

              IF W-ACHOU-CONDICAO NOT EQUAL TO "S"
                 OR W-CONDICAO-ATIVA NOT EQUAL TO "S"
                 DISPLAY MENSAGEM-CONDICAO-INVALIDA
                 ACCEPT  MENSAGEM-CONDICAO-INVALIDA
                 DISPLAY INFORMAR-CONDICAO
                 ACCEPT  INFORMAR-CONDICAO
                 PERFORM 117-VALIDAR-CONDICAO
              END-IF
           END-IF.

      * LE A CONDICAO DE PAGAMENTO W-PED-COND-PAGTO E COPIA AS
      * PARCELAS PARA W-TABELA-PARCELAS. CADASTRO AUSENTE OU CODIGO
      * INEXISTENTE DEIXAM W-ACHOU-CONDICAO DESLIGADO.
       118-LER-CONDICAO.
           MOVE "N"   TO W-ACHOU-CONDICAO
           MOVE "N"   TO W-CONDICAO-ATIVA
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

                 IF CONDICAO-ATIVA
                    MOVE "S" TO W-CONDICAO-ATIVA
                 END-IF
              END-IF

              CLOSE ARQ-COND-PAGTO
           END-IF

           MOVE "00" TO WN-FILE-STATUS.

      * PRECO BASE DO ITEM: O DO CONTRATO VIGENTE NA DATA DO PEDIDO
      * PARA O PROPRIO CLIENTE OU, NA FALTA DELE, PARA O GRUPO
      * ECONOMICO (RAIZ DO CNPJ); SEM CONTRATO, O PRECO DE LISTA.
       119-BUSCAR-CONTRATO.
           MOVE ZEROS           TO W-IT-PRECO-CONTRATO
           MOVE PRD-PRECO-LISTA TO W-IT-PRECO-BASE

           IF W-TEM-CONTRATO EQUAL TO "S"
              MOVE W-COD-CLIENTE TO W-CB-COD-CLIENTE
              MOVE ZEROS         TO W-CB-RAIZ-CNPJ
              MOVE W-IT-PRODUTO  TO W-CB-COD-PRODUTO
              PERFORM 121-PROCURAR-CONTRATO

              IF W-IT-PRECO-CONTRATO EQUAL TO ZEROS
                 MOVE ZEROS        TO W-CB-COD-CLIENTE
                 MOVE W-CNPJ(1:8)  TO W-CB-RAIZ-CNPJ
                 PERFORM 121-PROCURAR-CONTRATO
              END-IF

              IF W-IT-PRECO-CONTRATO GREATER THAN ZEROS
                 MOVE W-IT-PRECO-CONTRATO TO W-IT-PRECO-BASE
              END-IF
           END-IF.

      * PERCORRE OS CONTRATOS DA CHAVE W-CONTRATO-BUSCA EM ORDEM DE
      * INICIO; O ULTIMO VIGENTE NA DATA DO PEDIDO PREVALECE.
       121-PROCURAR-CONTRATO.
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

           PERFORM 122-CONFERIR-CONTRATO UNTIL W-FIM-CONTRATO = "S".

       122-CONFERIR-CONTRATO.
           IF CT-CHAVE(1:20) NOT EQUAL TO W-CONTRATO-BUSCA
              MOVE "S" TO W-FIM-CONTRATO
           ELSE
              IF CT-DATA-INICIO NOT GREATER THAN W-PED-DATA
                 AND CT-DATA-FIM NOT LESS THAN W-PED-DATA
                 MOVE CT-PRECO-CONTRATO TO W-IT-PRECO-CONTRATO
              END-IF

              READ ARQ-CONTRATO NEXT
                AT END MOVE "S" TO W-FIM-CONTRATO
              END-READ
           END-IF.

      * GERA O PROXIMO NUMERO SEQUENCIAL DE PEDIDO A PARTIR DO
      * REGISTRO DE CONTROLE (VER CTL-ULTIMO-NUM-PEDIDO EM
      * CONTROLE.CPY), NO MESMO MOLDE DA GERACAO DE CODIGO DE CLIENTE.
              CLOSE ARQ-CONTROLE
           END-IF

           PERFORM 106-SANEAR-CONTROLE

           ADD 1 TO CTL-ULTIMO-NUM-PEDIDO
           MOVE CTL-ULTIMO-NUM-PEDIDO TO W-NUM-PEDIDO

           OPEN OUTPUT ARQ-CONTROLE
           WRITE ARQ-CONTROLE-REG
           CLOSE ARQ-CONTROLE.

      * REGISTRO DE CONTROLE GRAVADO ANTES DESTES CAMPOS EXISTIREM
      * VEM CURTO, E A LEITURA OS PREENCHE COM ESPACOS; SANEIA PARA
      * ZEROS ANTES DE USAR OU REGRAVAR.
       106-SANEAR-CONTROLE.
           IF CTL-ULTIMO-NUM-PEDIDO NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-PEDIDO
           END-IF
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

      * CONFERE O VENDEDOR DIGITADO CONTRA A ATRIBUICAO VIGENTE EM
      * ARQ-DISTRIBUICAO PARA O CLIENTE/ENDERECO DO PEDIDO. O PEDIDO
                 ACCEPT  MENSAGEM-VENDEDOR-DIVERGENTE
                 PERFORM 000-INICIO
              ELSE
                 PERFORM 124-VALIDAR-COBRANCA

                 IF W-CREDITO-OK EQUAL TO "S"
                    PERFORM 125-VALIDAR-CREDITO
                 END-IF

                 IF W-CREDITO-OK EQUAL TO "S"
                    PERFORM 140-GRAVAR-PEDIDO
              END-IF
           END-IF.

      * FRETE PELA DISTANCIA DO DEPOSITO DA EMPRESA DO CLIENTE AO
      * ENDERECO DE ENTREGA, PELA TABELA DE FRETE (VER CALCFRETE).
       123-CALCULAR-FRETE.
           CALL "CALCFRETE" USING W-COD-CLIENTE,
                                  W-PED-NUM-ENDERECO,
                                  W-EMPRESA-CLI,
                                  W-REGIAO-CLI,
                                  W-LATITUDE-CLI,
                                  W-LONGITUDE-CLI,
                                  W-PED-VALOR,
                                  W-PED-DISTANCIA,
                                  W-PED-FRETE
           END-CALL

           COMPUTE W-PED-KM ROUNDED = W-PED-DISTANCIA / 1000
           COMPUTE W-PED-TOTAL = W-PED-VALOR + W-PED-FRETE.

      * CLIENTE NO NIVEL DE BLOQUEIO DA COBRANCA NAO RECEBE PEDIDO,
      * SALVO LIBERACAO PELO USUARIO DA SESSAO, A MESMA DO LIMITE DE
      * CREDITO. SEM CADASTRO DE COBRANCA NAO HA BLOQUEIO.
       124-VALIDAR-COBRANCA.
           MOVE "S" TO W-CREDITO-OK

           OPEN INPUT ARQ-COBRANCA

           IF WG-FILE-STATUS EQUAL TO "00"
              MOVE W-COD-CLIENTE TO CB-COD-CLIENTE
              READ ARQ-COBRANCA RECORD KEY IS CB-COD-CLIENTE

              IF WG-FILE-STATUS EQUAL TO "00"
                 AND COBRANCA-BLOQUEIO
                 DISPLAY MENSAGEM-CLIENTE-EM-COBRANCA
                 ACCEPT  MENSAGEM-CLIENTE-EM-COBRANCA

                 EVALUATE FUNCTION UPPER-CASE(W-CONFIRMA)
                   WHEN 'S'
                      PERFORM 128-LIBERACAO-SESSAO
                      IF W-CREDITO-OK EQUAL TO "S"
                         MOVE "B"         TO W-TIPO-LIBERACAO
                         MOVE ZEROS       TO W-PRODUTO-LIBERACAO
                         MOVE ZEROS       TO W-LIMITE-LIBERACAO
                         MOVE W-PED-TOTAL TO W-VALOR-LIBERACAO
                         PERFORM 126-ANOTAR-LIBERACAO
                      END-IF
                   WHEN OTHER
                      MOVE "N" TO W-CREDITO-OK
                 END-EVALUATE
              END-IF

              CLOSE ARQ-COBRANCA
           END-IF

           MOVE "00" TO WG-FILE-STATUS.

      * CONFERE O LIMITE DE CREDITO DO CLIENTE: SALDOS EM ABERTO DO
      * CONTAS A RECEBER MAIS O NOVO PEDIDO, COM O FRETE, NAO PODEM
      * PASSAR DO LIMITE DO CADASTRO (ZEROS = SEM LIMITE, NAO VALIDA).
       125-VALIDAR-CREDITO.
           MOVE "S" TO W-CREDITO-OK

           IF W-LIMITE-CRED-CLI GREATER THAN ZEROS
              PERFORM 127-SOMAR-TITULOS-ABERTOS

              IF W-SALDO-ABERTO + W-PED-TOTAL
                 GREATER THAN W-LIMITE-CRED-CLI
                 DISPLAY MENSAGEM-CREDITO-EXCEDIDO
                 ACCEPT  MENSAGEM-CREDITO-EXCEDIDO
                 EVALUATE FUNCTION UPPER-CASE(W-CONFIRMA)
                   WHEN 'S'
                      PERFORM 128-LIBERACAO-SESSAO
                      IF W-CREDITO-OK EQUAL TO "S"
                         MOVE "C"         TO W-TIPO-LIBERACAO
                         MOVE ZEROS       TO W-PRODUTO-LIBERACAO
                         MOVE W-LIMITE-CRED-CLI TO W-LIMITE-LIBERACAO
                         COMPUTE W-VALOR-LIBERACAO = W-SALDO-ABERTO
                                                   + W-PED-TOTAL
                         PERFORM 126-ANOTAR-LIBERACAO
                      END-IF
                   WHEN OTHER
                      MOVE "N" TO W-CREDITO-OK
                 END-EVALUATE
              END-IF
           END-IF.

      * GUARDA A LIBERACAO QUE ACABOU DE SER DADA, COM O USUARIO E
      * A HORA DE AGORA; O LOG SO E GRAVADO COM O PEDIDO (VER
      * 148-GRAVAR-LIBERACOES).
       126-ANOTAR-LIBERACAO.
           IF W-QTD-LIBERACOES LESS THAN 52
              ADD  1 TO W-QTD-LIBERACOES
              MOVE W-TIPO-LIBERACAO
                TO W-LIB-TIPO(W-QTD-LIBERACOES)
              MOVE W-PRODUTO-LIBERACAO
                TO W-LIB-PRODUTO(W-QTD-LIBERACOES)
              MOVE W-LIMITE-LIBERACAO
                TO W-LIB-LIMITE(W-QTD-LIBERACOES)
              MOVE W-VALOR-LIBERACAO
                TO W-LIB-VALOR(W-QTD-LIBERACOES)
              MOVE W-USUARIO-LIBERACAO
                TO W-LIB-USUARIO(W-QTD-LIBERACOES)
              MOVE FUNCTION CURRENT-DATE(1:14)
                TO W-LIB-DATA-HORA(W-QTD-LIBERACOES)
           END-IF.

       127-SOMAR-TITULOS-ABERTOS.
           MOVE ZEROS TO W-SALDO-ABERTO
           MOVE "N"   TO W-FIM-TITULO

           OPEN INPUT ARQ-TITULO

      * LE SO OS TITULOS DO CLIENTE, PELA CHAVE ALTERNADA.
           IF WB-FILE-STATUS EQUAL TO "00"
              MOVE W-COD-CLIENTE TO TIT-COD-CLIENTE
              START ARQ-TITULO KEY IS EQUAL TO TIT-COD-CLIENTE

              IF WB-FILE-STATUS EQUAL TO "00"
                 READ ARQ-TITULO NEXT RECORD

           MOVE "00" TO WB-FILE-STATUS.

      * CADA PARCELA E UM TITULO: O SALDO DO CLIENTE SOMA TODAS AS
      * PARCELAS EM ABERTO DE TODOS OS PEDIDOS.
       129-SOMAR-UM-TITULO.
           IF TIT-COD-CLIENTE NOT EQUAL TO W-COD-CLIENTE
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

       135-LER-EMPRESA-SESSAO.
           INITIALIZE ARQ-SESSAO-REG
           MOVE "D"                TO P-STATUS-PEDIDO
           MOVE SPACES             TO P-MOTIVO-CANCELAMENTO
           MOVE W-USUARIO-LIBERACAO TO P-USUARIO-LIBERACAO
           MOVE W-PED-COND-PAGTO   TO P-COD-COND-PAGTO
           MOVE SPACES             TO P-SERIE-NF
           MOVE ZEROS              TO P-NUM-NF, P-DATA-NF
           MOVE ZEROS              TO P-NUM-ROMANEIO
           MOVE W-PED-FRETE        TO P-VALOR-FRETE

      * O PEDIDO HERDA A EMPRESA DO CLIENTE (JA SANEADA NA
      * INCLUSAO), COMO A DISTRIBUICAO FAZ COM AS ATRIBUICOES.
              ACCEPT  MENSAGEM-ERRO-GRAVACAO
           ELSE
              PERFORM 145-GRAVAR-ITENS
              PERFORM 148-GRAVAR-LIBERACOES
              DISPLAY RESUMO-PEDIDO
              ACCEPT  RESUMO-PEDIDO
           END-IF
           CLOSE ARQ-PEDIDO
           PERFORM 000-INICIO.

      * CADA ITEM GRAVADO RESERVA O QUE HOUVER DE DISPONIVEL NO
      * ESTOQUE DO PRODUTO; O QUE FALTAR FICA PENDENTE NO ITEM
      * (BACKORDER) EM VEZ DE RECUSAR O PEDIDO.
       145-GRAVAR-ITENS.
           PERFORM 965-LER-USUARIO-SESSAO

           OPEN I-O ARQ-ITEM-PEDIDO
           OPEN I-O ARQ-PRODUTO
           OPEN EXTEND ARQ-MOVESTOQUE

           PERFORM 146-GRAVAR-UM-ITEM
             VARYING W-IND-ITEM FROM 1 BY 1
             UNTIL W-IND-ITEM GREATER THAN W-QTD-ITENS

           CLOSE ARQ-MOVESTOQUE
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-ITEM-PEDIDO.

       146-GRAVAR-UM-ITEM.
           MOVE W-ITEM-QTDE(W-IND-ITEM)   TO IT-QUANTIDADE
           MOVE W-ITEM-PRECO(W-IND-ITEM)  TO IT-PRECO-UNITARIO
           MOVE W-ITEM-VALOR(W-IND-ITEM)  TO IT-VALOR-ITEM
           MOVE ZEROS                     TO IT-QTD-RESERVADA
           MOVE IT-QUANTIDADE             TO IT-QTD-PENDENTE

           PERFORM 147-RESERVAR-ITEM

           WRITE ARQ-ITEM-PEDIDO-REG.

       147-RESERVAR-ITEM.
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
           END-IF.

      * LOG DAS LIBERACOES DADAS NA DIGITACAO DO PEDIDO JA GRAVADO,
      * UMA LINHA POR LIBERACAO, NA ORDEM EM QUE FORAM DADAS. NA
      * PRIMEIRA GRAVACAO O ARQUIVO E CRIADO.
       148-GRAVAR-LIBERACOES.
           IF W-QTD-LIBERACOES GREATER THAN ZEROS
              OPEN I-O ARQ-LIBERACAO

              IF WQ-FILE-STATUS NOT EQUAL TO "00"
                 OPEN OUTPUT ARQ-LIBERACAO
                 CLOSE ARQ-LIBERACAO
                 OPEN I-O ARQ-LIBERACAO
              END-IF

              PERFORM 149-GRAVAR-UMA-LIBERACAO
                VARYING W-IND-LIBERACAO FROM 1 BY 1
                UNTIL W-IND-LIBERACAO GREATER THAN W-QTD-LIBERACOES

              CLOSE ARQ-LIBERACAO
              MOVE "00" TO WQ-FILE-STATUS
           END-IF.

       149-GRAVAR-UMA-LIBERACAO.
           MOVE W-NUM-PEDIDO       TO LB-NUM-PEDIDO
           MOVE W-IND-LIBERACAO    TO LB-SEQ
           MOVE W-LIB-TIPO(W-IND-LIBERACAO)    TO LB-TIPO
           MOVE "T"                TO LB-ORIGEM
           MOVE W-COD-CLIENTE      TO LB-COD-CLIENTE
           MOVE W-PED-COD-VENDEDOR TO LB-COD-VENDEDOR
           MOVE W-LIB-PRODUTO(W-IND-LIBERACAO) TO LB-COD-PRODUTO
           MOVE W-LIB-LIMITE(W-IND-LIBERACAO)  TO LB-VALOR-LIMITE
           MOVE W-LIB-VALOR(W-IND-LIBERACAO)   TO LB-VALOR-EXCEDIDO
           MOVE W-LIB-USUARIO(W-IND-LIBERACAO) TO LB-USUARIO
           MOVE W-LIB-DATA-HORA(W-IND-LIBERACAO) TO LB-DATA-HORA

           WRITE ARQ-LIBERACAO-REG.

       600-CONSULTA.
           OPEN INPUT ARQ-PEDIDO

              ACCEPT  MENSAGEM-PEDIDO-INVALIDO
              PERFORM 000-INICIO
           ELSE
              IF W-PED-COND-PAGTO NOT NUMERIC
                 MOVE ZEROS TO W-PED-COND-PAGTO
              END-IF
              IF W-PED-NUM-NF NOT NUMERIC
                 MOVE SPACES TO W-PED-SERIE-NF
                 MOVE ZEROS  TO W-PED-NUM-NF, W-PED-DATA-NF
              END-IF
              IF W-PED-FRETE NOT NUMERIC
                 MOVE ZEROS TO W-PED-FRETE
              END-IF
              DISPLAY CONSULTAR-PEDIDO
              ACCEPT  CONSULTAR-PEDIDO
              CLOSE ARQ-PEDIDO

      * MANUTENCAO DO CICLO DE VIDA DO PEDIDO: DIGITADO -> FATURADO
      * -> ENTREGUE, COM CANCELAMENTO PERMITIDO ENQUANTO O PEDIDO
      * NAO FOI ENTREGUE. O CANCELAMENTO EXIGE MOTIVO. PEDIDO DE
      * CAMPO AGUARDANDO LIBERACAO PASSA A DIGITADO COM A LIBERACAO.
       900-ALTERAR-STATUS.
           OPEN I-O ARQ-PEDIDO

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
           END-IF

      * PEDIDO DATADO EM COMPETENCIA JA FECHADA PELO FECHAMENTO DE
      * COMISSAO NAO MUDA MAIS DE STATUS.
           PERFORM 905-VERIFICAR-PERIODO-FECHADO
           MOVE P-COD-CLIENTE   TO W-PED-COD-CLIENTE
           MOVE P-VALOR-PEDIDO  TO W-PED-VALOR
           MOVE P-STATUS-PEDIDO TO W-PED-STATUS
           MOVE P-COD-COND-PAGTO TO W-PED-COND-PAGTO
           MOVE SPACES          TO W-NOVO-STATUS, W-MOTIVO-CANC
           MOVE ZEROS           TO W-DATA-VENCIMENTO

                  AND W-MOTIVO-CANC EQUAL TO SPACES
                DISPLAY MENSAGEM-MOTIVO-OBRIGATORIO
                ACCEPT  MENSAGEM-MOTIVO-OBRIGATORIO
             WHEN W-NOVO-STATUS EQUAL TO "D"
      * A LIBERACAO DE PEDIDO DE CAMPO RETIDO E A MESMA DA ENTRADA
      * PELA TELA: SO O SUPERVISOR DA SESSAO, QUE FICA NO PEDIDO.
                MOVE "S" TO W-CREDITO-OK
                PERFORM 128-LIBERACAO-SESSAO
                IF W-CREDITO-OK EQUAL TO "S"
                   MOVE W-USUARIO-LIBERACAO TO P-USUARIO-LIBERACAO
                   PERFORM 920-GRAVAR-NOVO-STATUS
                   IF WP-FILE-STATUS EQUAL TO "00"
                      PERFORM 915-CONFIRMAR-LIBERACAO
                   END-IF
                END-IF
             WHEN OTHER
                PERFORM 920-GRAVAR-NOVO-STATUS
           END-EVALUATE

           MOVE "00" TO WM-FILE-STATUS.

      * TRANSICOES ACEITAS: AGUARDANDO LIBERACAO -> DIGITADO,
      * DIGITADO -> FATURADO, FATURADO -> ENTREGUE, E CANCELAMENTO A
      * PARTIR DE AGUARDANDO LIBERACAO, DIGITADO OU FATURADO.
      * PEDIDO ENTREGUE OU CANCELADO NAO MUDA MAIS DE STATUS.
       910-VALIDAR-TRANSICAO.
           MOVE "N" TO W-TRANSICAO-VALIDA

           EVALUATE W-NOVO-STATUS
             WHEN "D"
                IF PEDIDO-AGUARDANDO-LIBERACAO
                   MOVE "S" TO W-TRANSICAO-VALIDA
                END-IF
             WHEN "F"
                IF PEDIDO-DIGITADO
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

      * O PEDIDO DE CAMPO RETIDO CHEGA COM A LIBERACAO PENDENTE NO
      * LOG (VER IMPORTPEDIDO), QUE AGORA RECEBE O SUPERVISOR E A
      * HORA. PEDIDO RETIDO ANTES DO LOG EXISTIR NAO TEM LINHA
      * PENDENTE: GANHA UMA COM O MOTIVO "R" (DESCONHECIDO).
       915-CONFIRMAR-LIBERACAO.
           OPEN I-O ARQ-LIBERACAO

           IF WQ-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-LIBERACAO
              CLOSE ARQ-LIBERACAO
              OPEN I-O ARQ-LIBERACAO
           END-IF

           MOVE "N"          TO W-FIM-LIBERACAO
           MOVE ZEROS        TO W-QTD-PENDENTES-LIB, W-ULTIMA-SEQ-LIB
           MOVE P-NUM-PEDIDO TO LB-NUM-PEDIDO
           MOVE ZEROS        TO LB-SEQ

           START ARQ-LIBERACAO KEY IS NOT LESS THAN LB-CHAVE

           IF WQ-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-LIBERACAO
           ELSE
              READ ARQ-LIBERACAO NEXT RECORD
                AT END MOVE "S" TO W-FIM-LIBERACAO
              END-READ
           END-IF

           PERFORM 916-COMPLETAR-LIBERACAO UNTIL W-FIM-LIBERACAO = "S"

           IF W-QTD-PENDENTES-LIB EQUAL TO ZEROS
              MOVE P-NUM-PEDIDO        TO LB-NUM-PEDIDO
              COMPUTE LB-SEQ = W-ULTIMA-SEQ-LIB + 1
              MOVE "R"                 TO LB-TIPO
              MOVE "I"                 TO LB-ORIGEM
              MOVE P-COD-CLIENTE       TO LB-COD-CLIENTE
              MOVE P-COD-VENDEDOR      TO LB-COD-VENDEDOR
              MOVE ZEROS               TO LB-COD-PRODUTO
              MOVE ZEROS               TO LB-VALOR-LIMITE
              COMPUTE LB-VALOR-EXCEDIDO = P-VALOR-PEDIDO
                                        + P-VALOR-FRETE
              MOVE W-USUARIO-LIBERACAO TO LB-USUARIO
              MOVE FUNCTION CURRENT-DATE(1:14) TO LB-DATA-HORA
              WRITE ARQ-LIBERACAO-REG
           END-IF

           CLOSE ARQ-LIBERACAO
           MOVE "00" TO WQ-FILE-STATUS.

       916-COMPLETAR-LIBERACAO.
           IF LB-NUM-PEDIDO NOT EQUAL TO P-NUM-PEDIDO
              MOVE "S" TO W-FIM-LIBERACAO
           ELSE
              MOVE LB-SEQ TO W-ULTIMA-SEQ-LIB

              IF LB-USUARIO EQUAL TO SPACES
                 MOVE W-USUARIO-LIBERACAO TO LB-USUARIO
                 MOVE FUNCTION CURRENT-DATE(1:14) TO LB-DATA-HORA
                 REWRITE ARQ-LIBERACAO-REG
                 ADD 1 TO W-QTD-PENDENTES-LIB
              END-IF

              READ ARQ-LIBERACAO NEXT RECORD
                AT END MOVE "S" TO W-FIM-LIBERACAO
              END-READ
           END-IF.

       920-GRAVAR-NOVO-STATUS.
           MOVE W-NOVO-STATUS TO P-STATUS-PEDIDO
           MOVE SPACES        TO W-MENSAGEM-NF

           IF W-NOVO-STATUS EQUAL TO "C"
              MOVE W-MOTIVO-CANC TO P-MOTIVO-CANCELAMENTO
           END-IF

      * O FATURAMENTO CARIMBA O PEDIDO COM O PROXIMO NUMERO DE NOTA
      * FISCAL DA SERIE. O CONTROLE SO AVANCA DEPOIS QUE O PEDIDO FOI
      * REGRAVADO, PARA QUE UMA FALHA NA GRAVACAO NAO PULE NUMERO.
           IF W-NOVO-STATUS EQUAL TO "F"
              PERFORM 975-RESERVAR-NUM-NF
              MOVE W-SERIE-NF TO P-SERIE-NF
              MOVE W-NUM-NF   TO P-NUM-NF
              MOVE W-DATA-NF  TO P-DATA-NF
           END-IF

           REWRITE ARQ-PEDIDO-REG

           IF WP-FILE-STATUS NOT EQUAL TO "00"
           ELSE
      * O FATURAMENTO GERA O TITULO DO CONTAS A RECEBER; O
      * CANCELAMENTO DE UM PEDIDO JA FATURADO CANCELA O TITULO.
      * NO ESTOQUE, O FATURAMENTO BAIXA AS RESERVAS DOS ITENS E O
      * CANCELAMENTO DE PEDIDO AINDA DIGITADO AS LIBERA. A NOTA
      * FISCAL DO FATURAMENTO E EMITIDA AQUI E, NO CANCELAMENTO DE
      * PEDIDO FATURADO, MARCADA COMO CANCELADA.
              EVALUATE W-NOVO-STATUS
                WHEN "F"
                   PERFORM 977-CONFIRMAR-NUM-NF
                   PERFORM 930-GERAR-TITULO
                   PERFORM 950-MOVIMENTAR-ESTOQUE
                   PERFORM 980-EMITIR-NOTA-FISCAL
                WHEN "C"
                   PERFORM 940-CANCELAR-TITULO
                   IF W-PED-STATUS EQUAL TO "D"
                      OR W-PED-STATUS EQUAL TO "L"
                      PERFORM 950-MOVIMENTAR-ESTOQUE
                   ELSE
                      PERFORM 995-CANCELAR-NOTA-FISCAL
                   END-IF
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
              ACCEPT  MENSAGEM-STATUS-ATUALIZADO
           END-IF.

      * O FATURAMENTO GERA UM TITULO POR PARCELA DA CONDICAO DE
      * PAGAMENTO DO PEDIDO, CADA UM VENCENDO OS DIAS DA PARCELA APOS
      * A DATA DO FATURAMENTO; A ULTIMA PARCELA ABSORVE O
      * ARREDONDAMENTO DOS PERCENTUAIS. PEDIDO SEM CONDICAO (OU COM
      * CONDICAO EXCLUIDA DO CADASTRO) GERA O TITULO UNICO (PARCELA
      * 01), COM O VENCIMENTO DIGITADO OU 28 DIAS. A CONDICAO QUE FOI
      * INATIVADA DEPOIS DA ENTRADA DO PEDIDO AINDA E RESPEITADA.
      * OS TITULOS COBRAM OS ITENS MAIS O FRETE DO PEDIDO.
       930-GERAR-TITULO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-FATURAMENTO
           COMPUTE W-VALOR-TITULOS = P-VALOR-PEDIDO + P-VALOR-FRETE
           MOVE "N"   TO W-ACHOU-CONDICAO
           MOVE ZEROS TO W-SOMA-PARCELAS

           IF P-COD-COND-PAGTO GREATER THAN ZEROS
              MOVE P-COD-COND-PAGTO TO W-PED-COND-PAGTO
              PERFORM 118-LER-CONDICAO
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

              MOVE 1              TO W-IND-PARCELA
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
      * SEM TITULOS (CANCELAMENTO DE PEDIDO DIGITADO) E IGNORADO. O
      * CANCELAMENTO ALCANCA TODAS AS PARCELAS DO PEDIDO.
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
           PERFORM 965-LER-USUARIO-SESSAO

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
      * GUARDA EM IT-QTD-RESERVADA A QUANTIDADE BAIXADA. O QUE AINDA
      * FALTAR CONTINUA PENDENTE NO ITEM.
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

       965-LER-USUARIO-SESSAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           MOVE SS-USUARIO TO W-USUARIO-ESTOQUE.

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

      * RESERVA O PROXIMO NUMERO DE NOTA FISCAL DA SERIE DO CONTROLE,
      * SEM GRAVA-LO AINDA (VER 977-CONFIRMAR-NUM-NF). NUMERO QUE JA
      * CONSTE NO CADASTRO DE NOTAS (CONTROLE RESTAURADO DE COPIA
      * ANTIGA) E PASSADO ADIANTE: NENHUMA NOTA E EMITIDA DUAS VEZES.
       975-RESERVAR-NUM-NF.
           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WT-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF

           PERFORM 106-SANEAR-CONTROLE

           IF CTL-SERIE-NF EQUAL TO SPACES
              MOVE "001" TO W-SERIE-NF
           ELSE
              MOVE CTL-SERIE-NF TO W-SERIE-NF
           END-IF

           COMPUTE W-NUM-NF = CTL-ULTIMO-NUM-NF + 1
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-NF

           OPEN INPUT ARQ-NOTA-FISCAL

           IF WA-FILE-STATUS EQUAL TO "00"
              MOVE "S" TO W-NUM-NF-USADO
              PERFORM 976-VERIFICAR-NUM-NF
                UNTIL W-NUM-NF-USADO = "N"
              CLOSE ARQ-NOTA-FISCAL
           END-IF

           MOVE "00" TO WA-FILE-STATUS.

       976-VERIFICAR-NUM-NF.
           MOVE W-SERIE-NF TO NF-SERIE
           MOVE W-NUM-NF   TO NF-NUMERO
           READ ARQ-NOTA-FISCAL RECORD KEY IS NF-CHAVE

           IF WA-FILE-STATUS EQUAL TO "00"
              ADD 1 TO W-NUM-NF
           ELSE
              MOVE "N" TO W-NUM-NF-USADO
           END-IF.

      * GRAVA NO CONTROLE O NUMERO JA CARIMBADO NO PEDIDO REGRAVADO.
       977-CONFIRMAR-NUM-NF.
           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WT-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF

           PERFORM 106-SANEAR-CONTROLE

           MOVE W-SERIE-NF TO CTL-SERIE-NF
           MOVE W-NUM-NF   TO CTL-ULTIMO-NUM-NF

           OPEN OUTPUT ARQ-CONTROLE
           WRITE ARQ-CONTROLE-REG
           CLOSE ARQ-CONTROLE.

      * EMITE A NOTA DO PEDIDO FATURADO: REGISTRO NO CADASTRO DE
      * NOTAS E DOCUMENTO IMPRIMIVEL (notaFiscal + SERIE + NUMERO)
      * COM EMITENTE, DESTINATARIO, ENDERECO DE ENTREGA, ITENS E
      * TOTAIS, REGISTRADO NO CATALOGO DE SPOOL.
       980-EMITIR-NOTA-FISCAL.
           PERFORM 965-LER-USUARIO-SESSAO
           PERFORM 982-BUSCAR-EMITENTE
           PERFORM 981-GRAVAR-CADASTRO-NF
           PERFORM 983-BUSCAR-DESTINATARIO
           PERFORM 984-BUSCAR-ENDERECO

           MOVE SPACES TO W-LABEL-NF
           STRING "notaFiscal" DELIMITED BY SIZE
                  W-SERIE-NF   DELIMITED BY SPACE
                  W-NUM-NF     DELIMITED BY SIZE
                  INTO W-LABEL-NF

           OPEN OUTPUT ARQ-DOC-NF

           WRITE ARQ-DOC-NF-LINHA FROM W-NF-CABECALHO-1
           WRITE ARQ-DOC-NF-LINHA FROM W-NF-CABECALHO-2
           MOVE SPACES TO ARQ-DOC-NF-LINHA
           WRITE ARQ-DOC-NF-LINHA

           MOVE W-SERIE-NF   TO W-NF-N-SERIE
           MOVE W-NUM-NF     TO W-NF-N-NUMERO
           MOVE W-DATA-NF    TO W-NF-N-EMISSAO
           MOVE P-NUM-PEDIDO TO W-NF-N-PEDIDO
           WRITE ARQ-DOC-NF-LINHA FROM W-NF-NOTA
           WRITE ARQ-DOC-NF-LINHA FROM W-NF-EMITENTE

           MOVE SPACES TO ARQ-DOC-NF-LINHA
           WRITE ARQ-DOC-NF-LINHA
           WRITE ARQ-DOC-NF-LINHA FROM W-NF-DESTINATARIO-1
           WRITE ARQ-DOC-NF-LINHA FROM W-NF-DESTINATARIO-2
           WRITE ARQ-DOC-NF-LINHA FROM W-NF-ENDERECO-1
           WRITE ARQ-DOC-NF-LINHA FROM W-NF-ENDERECO-2
           WRITE ARQ-DOC-NF-LINHA FROM W-NF-ENDERECO-3

           MOVE P-COD-VENDEDOR   TO W-NF-V-CODIGO
           MOVE P-COD-COND-PAGTO TO W-NF-V-CONDICAO
           WRITE ARQ-DOC-NF-LINHA FROM W-NF-VENDEDOR

           MOVE SPACES TO ARQ-DOC-NF-LINHA
           WRITE ARQ-DOC-NF-LINHA
           WRITE ARQ-DOC-NF-LINHA FROM W-NF-COLUNAS

           PERFORM 986-IMPRIMIR-ITENS

           MOVE SPACES TO ARQ-DOC-NF-LINHA
           WRITE ARQ-DOC-NF-LINHA
           MOVE W-TOTAL-ITENS-NF TO W-NF-T-ITENS
           WRITE ARQ-DOC-NF-LINHA FROM W-NF-TOTAL-1
           MOVE P-VALOR-FRETE    TO W-NF-T-FRETE
           WRITE ARQ-DOC-NF-LINHA FROM W-NF-TOTAL-FRETE
           COMPUTE W-NF-T-VALOR = P-VALOR-PEDIDO + P-VALOR-FRETE
           WRITE ARQ-DOC-NF-LINHA FROM W-NF-TOTAL-2

           CLOSE ARQ-DOC-NF

           MOVE W-LABEL-NF TO W-SPOOL-ARQUIVO
           MOVE SPACES TO W-SPOOL-PARAMETROS
           STRING "NF " W-SERIE-NF "/" W-NUM-NF
                  " PEDIDO " P-NUM-PEDIDO
                  DELIMITED BY SIZE
                  INTO W-SPOOL-PARAMETROS
           PERFORM 999-REGISTRAR-SPOOL

           STRING "NOTA FISCAL EMITIDA: " W-SERIE-NF "/" W-NUM-NF
                  DELIMITED BY SIZE
                  INTO W-MENSAGEM-NF.

       981-GRAVAR-CADASTRO-NF.
           OPEN I-O ARQ-NOTA-FISCAL

           IF WA-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-NOTA-FISCAL
              CLOSE ARQ-NOTA-FISCAL
              OPEN I-O ARQ-NOTA-FISCAL
           END-IF

           MOVE W-SERIE-NF        TO NF-SERIE
           MOVE W-NUM-NF          TO NF-NUMERO
           MOVE P-NUM-PEDIDO      TO NF-NUM-PEDIDO
           MOVE P-COD-CLIENTE     TO NF-COD-CLIENTE
           MOVE P-COD-VENDEDOR    TO NF-COD-VENDEDOR
           MOVE W-EMPRESA-NF      TO NF-COD-EMPRESA
           MOVE W-DATA-NF         TO NF-DATA-EMISSAO
           COMPUTE NF-VALOR = P-VALOR-PEDIDO + P-VALOR-FRETE
           MOVE "A"               TO NF-STATUS
           MOVE W-USUARIO-ESTOQUE TO NF-USUARIO-EMISSAO
           MOVE ZEROS             TO NF-DATA-CANCELAMENTO
           MOVE SPACES            TO NF-MOTIVO-CANCELAMENTO,
                                     NF-USUARIO-CANCELAMENTO

           WRITE ARQ-NOTA-FISCAL-REG

           CLOSE ARQ-NOTA-FISCAL
           MOVE "00" TO WA-FILE-STATUS.

      * O EMITENTE E A EMPRESA DO PEDIDO (ZEROS = EMPRESA 001).
       982-BUSCAR-EMITENTE.
           IF P-COD-EMPRESA NUMERIC
              AND P-COD-EMPRESA GREATER THAN ZEROS
              MOVE P-COD-EMPRESA TO W-EMPRESA-NF
           ELSE
              MOVE 1 TO W-EMPRESA-NF
           END-IF

           MOVE W-EMPRESA-NF TO W-NF-E-CODIGO
           MOVE "** EMPRESA NAO CADASTRADA **" TO W-NF-E-NOME

           OPEN INPUT ARQ-EMPRESA

           IF WK-FILE-STATUS EQUAL TO "00"
              MOVE W-EMPRESA-NF TO EM-COD-EMPRESA
              READ ARQ-EMPRESA RECORD KEY IS EM-COD-EMPRESA

              IF WK-FILE-STATUS EQUAL TO "00"
                 MOVE EM-NOME TO W-NF-E-NOME
              END-IF

              CLOSE ARQ-EMPRESA
           END-IF

           MOVE "00" TO WK-FILE-STATUS.

       983-BUSCAR-DESTINATARIO.
           MOVE P-COD-CLIENTE TO W-NF-D-CODIGO
           MOVE ZEROS         TO W-NF-D-CNPJ
           MOVE "** CLIENTE NAO CADASTRADO **" TO W-NF-D-RAZAO

           OPEN INPUT ARQ-CLIENTE

           IF WC-FILE-STATUS EQUAL TO "00"
              MOVE P-COD-CLIENTE TO COD-CLIENTE
              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

              IF WC-FILE-STATUS EQUAL TO "00"
                 MOVE CNPJ         TO W-NF-D-CNPJ
                 MOVE RAZAO-SOCIAL TO W-NF-D-RAZAO
              END-IF

              CLOSE ARQ-CLIENTE
           END-IF

           MOVE "00" TO WC-FILE-STATUS.

      * ENDERECO DE ENTREGA DO PEDIDO NO CADASTRO DE ENDERECOS. O
      * ENDERECO PRINCIPAL (ZEROS) NAO TEM ENDERECO POSTAL NO CADASTRO
      * DO CLIENTE; USA O PRIMEIRO ENDERECO CADASTRADO DO CLIENTE.
       984-BUSCAR-ENDERECO.
           MOVE "N"    TO W-ACHOU-ENDERECO
           MOVE "** ENDERECO DE ENTREGA NAO CADASTRADO **"
             TO W-NF-L-LOGRADOURO
           MOVE SPACES TO W-NF-L-NUMERO, W-NF-L-BAIRRO,
                          W-NF-L-MUNICIPIO, W-NF-L-UF
           MOVE ZEROS  TO W-NF-L-CEP

           OPEN INPUT ARQ-ENDERECO

           IF WR-FILE-STATUS EQUAL TO "00"
              MOVE P-COD-CLIENTE  TO END-COD-CLIENTE
              MOVE P-NUM-ENDERECO TO END-NUM-ENDERECO

              IF P-NUM-ENDERECO GREATER THAN ZEROS
                 READ ARQ-ENDERECO RECORD KEY IS END-CHAVE

                 IF WR-FILE-STATUS EQUAL TO "00"
                    MOVE "S" TO W-ACHOU-ENDERECO
                 END-IF
              ELSE
                 START ARQ-ENDERECO KEY IS NOT LESS THAN END-CHAVE

                 IF WR-FILE-STATUS EQUAL TO "00"
                    READ ARQ-ENDERECO NEXT RECORD

                    IF WR-FILE-STATUS EQUAL TO "00"
                       AND END-COD-CLIENTE EQUAL TO P-COD-CLIENTE
                       MOVE "S" TO W-ACHOU-ENDERECO
                    END-IF
                 END-IF
              END-IF

              IF W-ACHOU-ENDERECO EQUAL TO "S"
                 PERFORM 985-CARREGAR-ENDERECO
              END-IF

              CLOSE ARQ-ENDERECO
           END-IF

           MOVE "00" TO WR-FILE-STATUS.

      * ENDERECO GRAVADO ANTES DO ENDERECO POSTAL VEM CURTO: SAI A
      * DESCRICAO NO LUGAR DO LOGRADOURO E O CEP ZERADO.
       985-CARREGAR-ENDERECO.
           IF END-CEP NOT NUMERIC
              MOVE ZEROS  TO END-CEP
              MOVE SPACES TO END-LOGRADOURO, END-NUMERO, END-BAIRRO,
                             END-MUNICIPIO, END-UF
           END-IF

           IF END-LOGRADOURO EQUAL TO SPACES
              MOVE END-DESCRICAO  TO W-NF-L-LOGRADOURO
           ELSE
              MOVE END-LOGRADOURO TO W-NF-L-LOGRADOURO
           END-IF

           MOVE END-NUMERO    TO W-NF-L-NUMERO
           MOVE END-BAIRRO    TO W-NF-L-BAIRRO
           MOVE END-CEP       TO W-NF-L-CEP
           MOVE END-MUNICIPIO TO W-NF-L-MUNICIPIO
           MOVE END-UF        TO W-NF-L-UF.

       986-IMPRIMIR-ITENS.
           MOVE ZEROS TO W-TOTAL-ITENS-NF

           OPEN INPUT ARQ-ITEM-PEDIDO

           IF WI-FILE-STATUS EQUAL TO "00"
              OPEN INPUT ARQ-PRODUTO

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

              PERFORM 987-IMPRIMIR-UM-ITEM
                UNTIL W-FIM-ITENS-PEDIDO = "S"

              CLOSE ARQ-PRODUTO
              CLOSE ARQ-ITEM-PEDIDO
           END-IF

           MOVE "00" TO WI-FILE-STATUS, WF-FILE-STATUS.

       987-IMPRIMIR-UM-ITEM.
           IF IT-NUM-PEDIDO NOT EQUAL TO P-NUM-PEDIDO
              MOVE "S" TO W-FIM-ITENS-PEDIDO
           ELSE
              MOVE IT-COD-PRODUTO TO PRD-COD-PRODUTO
              READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO

              IF WF-FILE-STATUS EQUAL TO "00"
                 MOVE PRD-DESCRICAO TO W-NF-I-DESCRICAO
                 MOVE PRD-UNIDADE   TO W-NF-I-UNIDADE
              ELSE
                 MOVE "** PRODUTO NAO CADASTRADO **"
                   TO W-NF-I-DESCRICAO
                 MOVE SPACES TO W-NF-I-UNIDADE
              END-IF

              MOVE IT-SEQ-ITEM       TO W-NF-I-SEQ
              MOVE IT-COD-PRODUTO    TO W-NF-I-PRODUTO
              MOVE IT-QUANTIDADE     TO W-NF-I-QUANTIDADE
              MOVE IT-PRECO-UNITARIO TO W-NF-I-PRECO
              MOVE IT-VALOR-ITEM     TO W-NF-I-VALOR
              WRITE ARQ-DOC-NF-LINHA FROM W-NF-DETALHE

              ADD IT-VALOR-ITEM TO W-TOTAL-ITENS-NF

              READ ARQ-ITEM-PEDIDO NEXT RECORD
                AT END MOVE "S" TO W-FIM-ITENS-PEDIDO
              END-READ
           END-IF.

      * O CANCELAMENTO DO PEDIDO FATURADO NAO EXCLUI A NOTA: MARCA-A
      * COMO CANCELADA COM DATA, MOTIVO E USUARIO. PEDIDO FATURADO
      * ANTES DA NUMERACAO DE NOTAS NAO TEM NOTA A CANCELAR.
       995-CANCELAR-NOTA-FISCAL.
           IF P-NUM-NF GREATER THAN ZEROS
              OPEN I-O ARQ-NOTA-FISCAL

              IF WA-FILE-STATUS EQUAL TO "00"
                 MOVE P-SERIE-NF TO NF-SERIE
                 MOVE P-NUM-NF   TO NF-NUMERO
                 READ ARQ-NOTA-FISCAL RECORD KEY IS NF-CHAVE

                 IF WA-FILE-STATUS EQUAL TO "00"
                    PERFORM 965-LER-USUARIO-SESSAO
                    MOVE "C"           TO NF-STATUS
                    MOVE FUNCTION CURRENT-DATE(1:8)
                      TO NF-DATA-CANCELAMENTO
                    MOVE W-MOTIVO-CANC TO NF-MOTIVO-CANCELAMENTO
                    MOVE W-USUARIO-ESTOQUE
                      TO NF-USUARIO-CANCELAMENTO
                    REWRITE ARQ-NOTA-FISCAL-REG
                 END-IF

                 CLOSE ARQ-NOTA-FISCAL
              END-IF

              MOVE "00" TO WA-FILE-STATUS
           END-IF.

       999-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

      * CONSULTA OS ITENS DE UM PEDIDO, COM A DESCRICAO DO PRODUTO
      * BUSCADA NO CADASTRO.
       800-CONSULTAR-ITENS.
           MOVE IT-PRECO-UNITARIO TO W-IT-PRECO
           MOVE IT-VALOR-ITEM     TO W-IT-VALOR

           IF IT-QTD-RESERVADA NUMERIC AND IT-QTD-PENDENTE NUMERIC
              MOVE IT-QTD-RESERVADA TO W-IT-RESERVADA
              MOVE IT-QTD-PENDENTE  TO W-IT-PENDENTE
           ELSE
              MOVE ZEROS TO W-IT-RESERVADA, W-IT-PENDENTE
           END-IF

           MOVE SPACES TO W-IT-DESCRICAO
           MOVE IT-COD-PRODUTO TO PRD-COD-PRODUTO
           READ ARQ-PRODUTO RECORD KEY IS PRD-COD-PRODUTO
