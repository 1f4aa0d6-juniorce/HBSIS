       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TELAVISAOCLIENTE AS "TELAVISAOCLIENTE".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * VISAO GERAL DO CLIENTE: CONSULTA SOMENTE DE LEITURA QUE      *
      * REUNE, PELO CODIGO OU PELO CNPJ, O QUE HOJE ESTA ESPALHADO   *
      * PELAS TELAS DE MANUTENCAO, EM TRES PAGINAS:                  *
      *   1 - CADASTRO (STATUS, CLASSE, REGIAO, LIMITE DE CREDITO),  *
      *       CONTATO PREFERENCIAL E OS ENDERECOS DE ENTREGA COM O   *
      *       VENDEDOR ATRIBUIDO E A ORIGEM DA ATRIBUICAO            *
      *   2 - ULTIMOS PEDIDOS COM A SITUACAO E OS TITULOS EM ABERTO  *
      *       COM OS DIAS DE ATRASO                                  *
      *   3 - ULTIMAS VISITAS DO DIARIO E AS EXCECOES PENDENTES      *
      *       (DISTRIBUICAO E RECUSAS NA ENTREGA)                    *
      * DE QUALQUER PAGINA HA ATALHO PARA A TELA QUE MANTEM CADA     *
      * BLOCO. COM EMPRESA ATIVA NA SESSAO, CLIENTE DE OUTRA EMPRESA *
      * E SO CONSULTADO: OS ATALHOS DE MANUTENCAO FICAM BLOQUEADOS.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQ-CONTATO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CT-CHAVE
                  FILE STATUS   IS WN-FILE-STATUS.

           SELECT ARQ-DISTRIBUICAO ASSIGN TO DISK
                  ORGANIZATION     IS INDEXED
                  ACCESS MODE      IS DYNAMIC
                  RECORD  KEY      IS D-CHAVE
                  FILE STATUS      IS WD-FILE-STATUS.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WV-FILE-STATUS.

           SELECT ARQ-REGIAO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RG-COD-REGIAO
                  FILE STATUS   IS WG-FILE-STATUS.

           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-TITULO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIT-CHAVE
                  ALTERNATE RECORD KEY IS TIT-COD-CLIENTE
                                WITH DUPLICATES
                  FILE STATUS   IS WB-FILE-STATUS.

           SELECT ARQ-VISITA    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS VI-CHAVE
                  FILE STATUS   IS WA-FILE-STATUS.

           SELECT ARQ-EXCECAO   ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WE-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

       FD  ARQ-ENDERECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadEnderecoEntrega'.
       COPY "ENDERECO.CPY".

       FD  ARQ-CONTATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadContatoCliente'.
       COPY "CONTATO.CPY".

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadDistribuicao'.
       COPY "DISTRIBUICAO.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadRegiao'.
       COPY "REGIAO.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVisita'.
       COPY "VISITA.CPY".

       FD  ARQ-EXCECAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadExcecao'.
       COPY "EXCECAO.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       WORKING-STORAGE SECTION.
       77 WC-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WX-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WN-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WD-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WV-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WB-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WA-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WE-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-CONFIRMA             PIC  X(001) VALUE SPACES.
       77 W-OPCAO                PIC  X(001) VALUE SPACES.
       77 W-PAGINA               PIC  9(001) VALUE 1.
       77 W-DATA-HOJE            PIC  9(008) VALUE ZEROS.
       77 W-DIAS-HOJE            PIC  9(008) VALUE ZEROS.
       77 W-IDX                  PIC  9(002) VALUE ZEROS.
       77 W-POS                  PIC  9(002) VALUE ZEROS.

      * CLIENTE CONSULTADO.
       77 W-COD-CLIENTE          PIC  9(007) VALUE ZEROS.
       77 W-CNPJ-CONSULTA        PIC  9(014) VALUE ZEROS.
       77 W-ACHOU-CLIENTE        PIC  X(001) VALUE "N".
       77 W-CNPJ                 PIC  9(014) VALUE ZEROS.
       77 W-RAZAO-SOCIAL         PIC  X(040) VALUE SPACES.
       77 W-STATUS-CLIENTE       PIC  X(010) VALUE SPACES.
       77 W-CLASSE-CLIENTE       PIC  X(001) VALUE SPACES.
       77 W-COD-REGIAO           PIC  9(003) VALUE ZEROS.
       77 W-NOME-REGIAO          PIC  X(030) VALUE SPACES.
       77 W-LIMITE-CREDITO       PIC  9(009)V9(002) VALUE ZEROS.
       77 W-EMPRESA-CLI          PIC  9(003) VALUE ZEROS.

      * EMPRESA ATIVA DA SESSAO (ZEROS = CONSOLIDADA) E A LIBERACAO
      * DOS ATALHOS DE MANUTENCAO PARA O CLIENTE CONSULTADO.
       77 W-EMPRESA-SESSAO       PIC  9(003) VALUE ZEROS.
       77 W-PODE-ALTERAR         PIC  X(001) VALUE "S".
       77 W-AVISO-ACESSO         PIC  X(060) VALUE SPACES.

      * CONTATO PREFERENCIAL (NA FALTA DELE, O PRIMEIRO CADASTRADO).
       77 W-ACHOU-PREFERENCIAL   PIC  X(001) VALUE "N".
       77 W-CONTATO-NOME         PIC  X(028) VALUE SPACES.
       77 W-CONTATO-TELEFONE     PIC  X(015) VALUE SPACES.
       77 W-CONTATO-CARGO        PIC  X(020) VALUE SPACES.

      * ENDERECOS DE ENTREGA: SO OS SEIS PRIMEIROS CABEM NA PAGINA.
       77 W-QTD-ENDERECOS        PIC  9(003) VALUE ZEROS.
       77 W-NUM-ENDERECO         PIC  9(003) VALUE ZEROS.
       77 W-AVISO-ENDERECOS      PIC  X(060) VALUE SPACES.
       77 W-QTD-EXCEDENTE        PIC  ZZ9.

      * TOTAIS DO CONTAS A RECEBER DO CLIENTE.
       77 W-SALDO-TITULO         PIC  9(009)V9(002) VALUE ZEROS.
       77 W-SALDO-ABERTO         PIC  9(011)V9(002) VALUE ZEROS.
       77 W-SALDO-VENCIDO        PIC  9(011)V9(002) VALUE ZEROS.
       77 W-QTD-TITULOS          PIC  9(005) VALUE ZEROS.
       77 W-DIAS-ATRASO          PIC  9(005) VALUE ZEROS.
       77 W-QTD-PEDIDOS          PIC  9(007) VALUE ZEROS.

      * CONTADORES DAS EXCECOES PENDENTES DO CLIENTE.
       77 W-QTD-EXC-DISTRIB      PIC  9(005) VALUE ZEROS.
       77 W-QTD-EXC-ENTREGA      PIC  9(005) VALUE ZEROS.
       77 W-QTD-EXC-LINHAS       PIC  9(002) VALUE ZEROS.

      * LINHAS JA FORMATADAS DE CADA BLOCO, EXIBIDAS PELAS TELAS.
       01 W-LINHAS-ENDERECO.
          03 W-LIN-END           PIC  X(074) OCCURS 6 TIMES.

       01 W-LINHAS-PEDIDO.
          03 W-LIN-PED           PIC  X(074) OCCURS 5 TIMES.

       01 W-LINHAS-TITULO.
          03 W-LIN-TIT           PIC  X(074) OCCURS 4 TIMES.

       01 W-LINHAS-VISITA.
          03 W-LIN-VIS           PIC  X(074) OCCURS 5 TIMES.

       01 W-LINHAS-EXCECAO.
          03 W-LIN-EXC           PIC  X(074) OCCURS 4 TIMES.

      * ULTIMOS PEDIDOS DO CLIENTE, DO MAIS RECENTE PARA O MAIS
      * ANTIGO (O NUMERO DO PEDIDO CRESCE COM A DATA DE ENTRADA).
       01 W-TAB-PEDIDO.
          03 W-TP-ITEM OCCURS 5 TIMES.
             05 W-TP-NUM-PEDIDO  PIC  9(007).
             05 W-TP-DATA        PIC  9(008).
             05 W-TP-STATUS      PIC  X(001).
             05 W-TP-VALOR       PIC  9(009)V9(002).
             05 W-TP-SERIE-NF    PIC  X(003).
             05 W-TP-NUM-NF      PIC  9(009).

      * TITULOS EM ABERTO DE VENCIMENTO MAIS ANTIGO.
       01 W-TAB-TITULO.
          03 W-TT-ITEM OCCURS 4 TIMES.
             05 W-TT-NUM-PEDIDO  PIC  9(007).
             05 W-TT-NUM-PARCELA PIC  9(002).
             05 W-TT-VENCIMENTO  PIC  9(008).
             05 W-TT-SALDO       PIC  9(009)V9(002).

      * ULTIMAS VISITAS, DA MAIS RECENTE PARA A MAIS ANTIGA.
       01 W-TAB-VISITA.
          03 W-TV-ITEM OCCURS 5 TIMES.
             05 W-TV-DATA        PIC  9(008).
             05 W-TV-VENDEDOR    PIC  9(003).
             05 W-TV-ENDERECO    PIC  9(003).
             05 W-TV-RESULTADO   PIC  X(001).
             05 W-TV-OBSERVACAO  PIC  X(040).

      * AREAS DE MONTAGEM DAS LINHAS E DOS CABECALHOS DE COLUNA.
       01 W-CAB-END.
          03 FILLER              PIC  X(004) VALUE "END".
          03 FILLER              PIC  X(023) VALUE "DESCRICAO".
          03 FILLER              PIC  X(003) VALUE "ST".
          03 FILLER              PIC  X(005) VALUE "VEND".
          03 FILLER              PIC  X(025) VALUE "NOME DO VENDEDOR".
          03 FILLER              PIC  X(014) VALUE "ORIGEM".

       01 W-MONTA-END.
          03 W-ME-ENDERECO       PIC  ZZ9.
          03 FILLER              PIC  X(001) VALUE SPACES.
          03 W-ME-DESCRICAO      PIC  X(022).
          03 FILLER              PIC  X(001) VALUE SPACES.
          03 W-ME-STATUS         PIC  X(001).
          03 FILLER              PIC  X(002) VALUE SPACES.
          03 W-ME-VENDEDOR       PIC  ZZ9 BLANK WHEN ZERO.
          03 FILLER              PIC  X(002) VALUE SPACES.
          03 W-ME-NOME           PIC  X(024).
          03 FILLER              PIC  X(001) VALUE SPACES.
          03 W-ME-ORIGEM         PIC  X(014).

       01 W-CAB-PED.
          03 FILLER              PIC  X(009) VALUE "PEDIDO".
          03 FILLER              PIC  X(010) VALUE "DATA".
          03 FILLER              PIC  X(011) VALUE "SITUACAO".
          03 FILLER              PIC  X(016) VALUE "         VALOR".
          03 FILLER              PIC  X(014) VALUE "NOTA FISCAL".

       01 W-MONTA-PED.
          03 W-MP-NUM-PEDIDO     PIC  ZZZZZZ9.
          03 FILLER              PIC  X(002) VALUE SPACES.
          03 W-MP-DATA           PIC  99999999.
          03 FILLER              PIC  X(002) VALUE SPACES.
          03 W-MP-STATUS         PIC  X(010).
          03 FILLER              PIC  X(001) VALUE SPACES.
          03 W-MP-VALOR          PIC  ZZZZZZZZ9,99.
          03 FILLER              PIC  X(004) VALUE SPACES.
          03 W-MP-SERIE-NF       PIC  X(003).
          03 W-MP-TRACO          PIC  X(001).
          03 W-MP-NUM-NF         PIC  ZZZZZZZZ9 BLANK WHEN ZERO.

       01 W-CAB-TIT.
          03 FILLER              PIC  X(009) VALUE "PEDIDO".
          03 FILLER              PIC  X(006) VALUE "PARC".
          03 FILLER              PIC  X(012) VALUE "VENCIMENTO".
          03 FILLER              PIC  X(016) VALUE "         SALDO".
          03 FILLER              PIC  X(012) VALUE "DIAS ATRASO".

       01 W-MONTA-TIT.
          03 W-MT-NUM-PEDIDO     PIC  ZZZZZZ9.
          03 FILLER              PIC  X(002) VALUE SPACES.
          03 W-MT-NUM-PARCELA    PIC  Z9.
          03 FILLER              PIC  X(004) VALUE SPACES.
          03 W-MT-VENCIMENTO     PIC  99999999.
          03 FILLER              PIC  X(004) VALUE SPACES.
          03 W-MT-SALDO          PIC  ZZZZZZZZ9,99.
          03 FILLER              PIC  X(006) VALUE SPACES.
          03 W-MT-DIAS-ATRASO    PIC  ZZZZ9.

       01 W-TOTAL-TITULOS.
          03 FILLER              PIC  X(007) VALUE "TOTAL:".
          03 W-TOT-QTD-TITULOS   PIC  ZZZZ9.
          03 FILLER              PIC  X(012) VALUE " TITULO(S) ".
          03 FILLER              PIC  X(007) VALUE "SALDO:".
          03 W-TOT-SALDO         PIC  ZZZZZZZZZZ9,99.
          03 FILLER              PIC  X(011) VALUE "  VENCIDO:".
          03 W-TOT-VENCIDO       PIC  ZZZZZZZZZZ9,99.

       01 W-CAB-VIS.
          03 FILLER              PIC  X(010) VALUE "DATA".
          03 FILLER              PIC  X(004) VALUE "VEN".
          03 FILLER              PIC  X(021) VALUE "NOME DO VENDEDOR".
          03 FILLER              PIC  X(004) VALUE "END".
          03 FILLER              PIC  X(011) VALUE "RESULTADO".
          03 FILLER              PIC  X(024) VALUE "OBSERVACAO".

       01 W-MONTA-VIS.
          03 W-MV-DATA           PIC  99999999.
          03 FILLER              PIC  X(002) VALUE SPACES.
          03 W-MV-VENDEDOR       PIC  ZZ9.
          03 FILLER              PIC  X(001) VALUE SPACES.
          03 W-MV-NOME           PIC  X(020).
          03 FILLER              PIC  X(001) VALUE SPACES.
          03 W-MV-ENDERECO       PIC  ZZ9.
          03 FILLER              PIC  X(001) VALUE SPACES.
          03 W-MV-RESULTADO      PIC  X(010).
          03 FILLER              PIC  X(001) VALUE SPACES.
          03 W-MV-OBSERVACAO     PIC  X(024).

       01 W-CAB-EXC.
          03 FILLER              PIC  X(013) VALUE "ORIGEM".
          03 FILLER              PIC  X(008) VALUE "END/PED".
          03 FILLER              PIC  X(009) VALUE "DATA".
          03 FILLER              PIC  X(040) VALUE "MOTIVO".

      * MOTIVO DA RECUSA NA ENTREGA, COMO A TELAROMANEIO O GRAVA:
      * PEDIDO E ROMANEIO NO INICIO, SEGUIDOS DO COMECO DO MOTIVO.
       01 W-MOTIVO-RECUSA.
          03 FILLER              PIC  X(004).
          03 W-MR-PEDIDO         PIC  9(007).
          03 FILLER              PIC  X(029).

       01 W-MONTA-EXC.
          03 W-MX-ORIGEM         PIC  X(012).
          03 FILLER              PIC  X(001) VALUE SPACES.
          03 W-MX-REFERENCIA     PIC  ZZZZZZ9.
          03 FILLER              PIC  X(001) VALUE SPACES.
          03 W-MX-DATA           PIC  99999999 BLANK WHEN ZERO.
          03 FILLER              PIC  X(001) VALUE SPACES.
          03 W-MX-MOTIVO         PIC  X(040).

       SCREEN SECTION.
       01 BUSCAR-CLIENTE AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 28 VALUE "VISAO GERAL DO CLIENTE".
          02 LINE 07 COL 10 VALUE "CODIGO CLIENTE (0 = USAR CNPJ):".
          02 LINE 07 COL 42, PIC ZZZZZZ9 TO W-COD-CLIENTE.
          02 LINE 08 COL 10 VALUE "CNPJ           :".
          02 LINE 08 COL 27, PIC 99999999999999 TO W-CNPJ-CONSULTA.
          02 LINE 10 COL 10 VALUE
             "(CODIGO E CNPJ ZERADOS VOLTAM AO MENU)".

       01 MENSAGEM-CONSULTA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE "CLIENTE NAO ENCONTRADO".
          02 LINE 09 COL 10, "DESEJA FAZER OUTRA CONSULTA?(S/N):".
          02 LINE 09 COL 45, PIC X TO W-CONFIRMA.

       01 MENSAGEM-SOMENTE-CONSULTA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "CLIENTE DE OUTRA EMPRESA: SOMENTE CONSULTA".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 VISAO-CADASTRO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 20 VALUE
             "VISAO GERAL DO CLIENTE - 1/3 CADASTRO".
          02 LINE 06 COL 03 VALUE "CLIENTE.:".
          02 LINE 06 COL 13, PIC ZZZZZZ9 FROM W-COD-CLIENTE.
          02 LINE 06 COL 22, PIC X(040) FROM W-RAZAO-SOCIAL.
          02 LINE 07 COL 03 VALUE "CNPJ....:".
          02 LINE 07 COL 13, PIC 99999999999999 FROM W-CNPJ.
          02 LINE 07 COL 30 VALUE "STATUS:".
          02 LINE 07 COL 38, PIC X(010) FROM W-STATUS-CLIENTE.
          02 LINE 07 COL 50 VALUE "CLASSE:".
          02 LINE 07 COL 58, PIC X(001) FROM W-CLASSE-CLIENTE.
          02 LINE 08 COL 03 VALUE "REGIAO..:".
          02 LINE 08 COL 13, PIC ZZ9 FROM W-COD-REGIAO.
          02 LINE 08 COL 17, PIC X(030) FROM W-NOME-REGIAO.
          02 LINE 08 COL 50 VALUE "EMPRESA:".
          02 LINE 08 COL 59, PIC ZZ9 FROM W-EMPRESA-CLI.
          02 LINE 09 COL 03 VALUE "LIMITE..:".
          02 LINE 09 COL 13, PIC ZZZZZZZZ9,99 FROM W-LIMITE-CREDITO.
          02 LINE 09 COL 30 VALUE "SALDO EM ABERTO:".
          02 LINE 09 COL 47, PIC ZZZZZZZZZZ9,99 FROM W-SALDO-ABERTO.
          02 LINE 10 COL 03 VALUE "CONTATO.:".
          02 LINE 10 COL 13, PIC X(028) FROM W-CONTATO-NOME.
          02 LINE 10 COL 42, PIC X(015) FROM W-CONTATO-TELEFONE.
          02 LINE 10 COL 58, PIC X(020) FROM W-CONTATO-CARGO.
          02 LINE 12 COL 03, PIC X(074) FROM W-CAB-END.
          02 LINE 13 COL 03, PIC X(074) FROM W-LIN-END(1).
          02 LINE 14 COL 03, PIC X(074) FROM W-LIN-END(2).
          02 LINE 15 COL 03, PIC X(074) FROM W-LIN-END(3).
          02 LINE 16 COL 03, PIC X(074) FROM W-LIN-END(4).
          02 LINE 17 COL 03, PIC X(074) FROM W-LIN-END(5).
          02 LINE 18 COL 03, PIC X(074) FROM W-LIN-END(6).
          02 LINE 19 COL 03, PIC X(060) FROM W-AVISO-ENDERECOS.

       01 VISAO-VENDAS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 16 VALUE
             "VISAO GERAL DO CLIENTE - 2/3 PEDIDOS E TITULOS".
          02 LINE 06 COL 03 VALUE "CLIENTE.:".
          02 LINE 06 COL 13, PIC ZZZZZZ9 FROM W-COD-CLIENTE.
          02 LINE 06 COL 22, PIC X(040) FROM W-RAZAO-SOCIAL.
          02 LINE 07 COL 03 VALUE "PEDIDOS DO CLIENTE:".
          02 LINE 07 COL 23, PIC ZZZZZZ9 FROM W-QTD-PEDIDOS.
          02 LINE 08 COL 03, PIC X(074) FROM W-CAB-PED.
          02 LINE 09 COL 03, PIC X(074) FROM W-LIN-PED(1).
          02 LINE 10 COL 03, PIC X(074) FROM W-LIN-PED(2).
          02 LINE 11 COL 03, PIC X(074) FROM W-LIN-PED(3).
          02 LINE 12 COL 03, PIC X(074) FROM W-LIN-PED(4).
          02 LINE 13 COL 03, PIC X(074) FROM W-LIN-PED(5).
          02 LINE 14 COL 03, PIC X(074) FROM W-CAB-TIT.
          02 LINE 15 COL 03, PIC X(074) FROM W-LIN-TIT(1).
          02 LINE 16 COL 03, PIC X(074) FROM W-LIN-TIT(2).
          02 LINE 17 COL 03, PIC X(074) FROM W-LIN-TIT(3).
          02 LINE 18 COL 03, PIC X(074) FROM W-LIN-TIT(4).
          02 LINE 19 COL 03, PIC X(074) FROM W-TOTAL-TITULOS.

       01 VISAO-OCORRENCIAS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 16 VALUE
             "VISAO GERAL DO CLIENTE - 3/3 VISITAS E EXCECOES".
          02 LINE 06 COL 03 VALUE "CLIENTE.:".
          02 LINE 06 COL 13, PIC ZZZZZZ9 FROM W-COD-CLIENTE.
          02 LINE 06 COL 22, PIC X(040) FROM W-RAZAO-SOCIAL.
          02 LINE 07 COL 03 VALUE "ULTIMAS VISITAS".
          02 LINE 08 COL 03, PIC X(074) FROM W-CAB-VIS.
          02 LINE 09 COL 03, PIC X(074) FROM W-LIN-VIS(1).
          02 LINE 10 COL 03, PIC X(074) FROM W-LIN-VIS(2).
          02 LINE 11 COL 03, PIC X(074) FROM W-LIN-VIS(3).
          02 LINE 12 COL 03, PIC X(074) FROM W-LIN-VIS(4).
          02 LINE 13 COL 03, PIC X(074) FROM W-LIN-VIS(5).
          02 LINE 14 COL 03 VALUE "EXCECOES PENDENTES - DISTRIBUICAO:".
          02 LINE 14 COL 38, PIC ZZZZ9 FROM W-QTD-EXC-DISTRIB.
          02 LINE 14 COL 45 VALUE "RECUSAS NA ENTREGA:".
          02 LINE 14 COL 65, PIC ZZZZ9 FROM W-QTD-EXC-ENTREGA.
          02 LINE 15 COL 03, PIC X(074) FROM W-CAB-EXC.
          02 LINE 16 COL 03, PIC X(074) FROM W-LIN-EXC(1).
          02 LINE 17 COL 03, PIC X(074) FROM W-LIN-EXC(2).
          02 LINE 18 COL 03, PIC X(074) FROM W-LIN-EXC(3).
          02 LINE 19 COL 03, PIC X(074) FROM W-LIN-EXC(4).

       01 RODAPE-VISAO AUTO.
          02 LINE 20 COL 03, PIC X(060) FROM W-AVISO-ACESSO.
          02 LINE 21 COL 03 VALUE
             "[1] CLIENTE  [2] ENDERECOS  [3] CONTATOS  [4] ATRIBUICAO".
          02 LINE 21 COL 60 VALUE "[5] PEDIDOS".
          02 LINE 22 COL 03 VALUE
             "[6] RECEBIMENTO  [7] EXCECOES E RECUSAS NA ENTREGA".
          02 LINE 23 COL 03 VALUE
             "[P] PROXIMA PAGINA  [N] NOVA CONSULTA  [F] FINALIZAR".
          02 LINE 23 COL 58, "OPCAO:".
          02 LINE 23 COL 65, PIC X TO W-OPCAO.

       PROCEDURE DIVISION.
       000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-HOJE
           COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)

           PERFORM 005-LER-SESSAO

           MOVE ZEROS TO W-COD-CLIENTE, W-CNPJ-CONSULTA

           DISPLAY BUSCAR-CLIENTE
           ACCEPT  BUSCAR-CLIENTE

           IF W-COD-CLIENTE EQUAL TO ZEROS
              AND W-CNPJ-CONSULTA EQUAL TO ZEROS
              CHAIN "MENU"
           END-IF

           PERFORM 100-LOCALIZAR-CLIENTE

           IF W-ACHOU-CLIENTE NOT EQUAL TO "S"
              DISPLAY MENSAGEM-CONSULTA
              ACCEPT  MENSAGEM-CONSULTA

              EVALUATE FUNCTION UPPER-CASE(W-CONFIRMA)
                WHEN 'S'
                   PERFORM 000-INICIO
                WHEN OTHER
                   CHAIN "MENU"
              END-EVALUATE
           END-IF

           PERFORM 200-CARREGAR-CONTATO
           PERFORM 300-CARREGAR-ENDERECOS
           PERFORM 400-CARREGAR-PEDIDOS
           PERFORM 500-CARREGAR-TITULOS
           PERFORM 600-CARREGAR-VISITAS
           PERFORM 700-CARREGAR-EXCECOES

           MOVE 1 TO W-PAGINA
           PERFORM 800-EXIBIR-PAGINA.

      * EMPRESA ATIVA DA SESSAO (VER SS-EMPRESA EM SESSAO.CPY). SEM
      * SESSAO, A VISAO E CONSOLIDADA, COMO NAS TELAS DE MANUTENCAO.
       005-LER-SESSAO.
           INITIALIZE ARQ-SESSAO-REG

           OPEN INPUT ARQ-SESSAO

           IF WS-FILE-STATUS EQUAL "00"
              READ ARQ-SESSAO
              CLOSE ARQ-SESSAO
           END-IF

           IF SS-EMPRESA NUMERIC
              MOVE SS-EMPRESA TO W-EMPRESA-SESSAO
           ELSE
              MOVE ZEROS TO W-EMPRESA-SESSAO
           END-IF.

      * LOCALIZA O CLIENTE PELO CODIGO OU, QUANDO O CODIGO VEM
      * ZERADO, PELO CNPJ (CHAVE ALTERNATIVA DE ARQ-CLIENTE), E
      * GUARDA OS DADOS DO CADASTRO EXIBIDOS NA PRIMEIRA PAGINA.
       100-LOCALIZAR-CLIENTE.
           MOVE "N" TO W-ACHOU-CLIENTE

           OPEN INPUT ARQ-CLIENTE

           IF W-COD-CLIENTE GREATER THAN ZEROS
              MOVE W-COD-CLIENTE TO COD-CLIENTE
              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE
           ELSE
              MOVE W-CNPJ-CONSULTA TO CNPJ
              READ ARQ-CLIENTE RECORD KEY IS CNPJ
           END-IF

           IF WC-FILE-STATUS EQUAL TO "00"
              MOVE "S"            TO W-ACHOU-CLIENTE
              PERFORM 110-GUARDAR-CADASTRO
           END-IF

           CLOSE ARQ-CLIENTE

           IF W-ACHOU-CLIENTE EQUAL TO "S"
              PERFORM 120-BUSCAR-REGIAO
              PERFORM 130-VERIFICAR-ACESSO
           END-IF.

       110-GUARDAR-CADASTRO.
           MOVE COD-CLIENTE    TO W-COD-CLIENTE
           MOVE CNPJ           TO W-CNPJ
           MOVE RAZAO-SOCIAL   TO W-RAZAO-SOCIAL
           MOVE CLASSE-CLIENTE TO W-CLASSE-CLIENTE

           EVALUATE TRUE
             WHEN CLIENTE-ATIVO
                MOVE "ATIVO"    TO W-STATUS-CLIENTE
             WHEN CLIENTE-INATIVO
                MOVE "INATIVO"  TO W-STATUS-CLIENTE
             WHEN CLIENTE-PENDENTE
                MOVE "PENDENTE" TO W-STATUS-CLIENTE
             WHEN OTHER
                MOVE SPACES     TO W-STATUS-CLIENTE
           END-EVALUATE

           IF COD-REGIAO-CLIENTE NUMERIC
              MOVE COD-REGIAO-CLIENTE TO W-COD-REGIAO
           ELSE
              MOVE ZEROS TO W-COD-REGIAO
           END-IF

           IF LIMITE-CREDITO-CLIENTE NUMERIC
              MOVE LIMITE-CREDITO-CLIENTE TO W-LIMITE-CREDITO
           ELSE
              MOVE ZEROS TO W-LIMITE-CREDITO
           END-IF

           IF COD-EMPRESA-CLIENTE NUMERIC
              AND COD-EMPRESA-CLIENTE GREATER THAN ZEROS
              MOVE COD-EMPRESA-CLIENTE TO W-EMPRESA-CLI
           ELSE
              MOVE 1 TO W-EMPRESA-CLI
           END-IF.

       120-BUSCAR-REGIAO.
           MOVE SPACES TO W-NOME-REGIAO

           IF W-COD-REGIAO GREATER THAN ZEROS
              OPEN INPUT ARQ-REGIAO

              IF WG-FILE-STATUS EQUAL "00"
                 MOVE W-COD-REGIAO TO RG-COD-REGIAO
                 READ ARQ-REGIAO RECORD KEY IS RG-COD-REGIAO

                 IF WG-FILE-STATUS EQUAL "00"
                    MOVE RG-NOME TO W-NOME-REGIAO
                 END-IF

                 CLOSE ARQ-REGIAO
              END-IF
           END-IF.

      * COM EMPRESA ATIVA NA SESSAO, SO CLIENTES DESSA EMPRESA PODEM
      * SER MANTIDOS (MESMA REGRA DA ENTRADA DE PEDIDOS); A SESSAO
      * CONSOLIDADA (ZEROS) MANTEM TODOS.
       130-VERIFICAR-ACESSO.
           MOVE "S"    TO W-PODE-ALTERAR
           MOVE SPACES TO W-AVISO-ACESSO

           IF W-EMPRESA-SESSAO GREATER THAN ZEROS
              AND W-EMPRESA-CLI NOT EQUAL TO W-EMPRESA-SESSAO
              MOVE "N" TO W-PODE-ALTERAR
              MOVE "OUTRA EMPRESA: SOMENTE CONSULTA, SEM ATALHOS"
                TO W-AVISO-ACESSO
           END-IF.

      * CONTATO PREFERENCIAL DO CLIENTE; NA FALTA DELE, O PRIMEIRO
      * CONTATO CADASTRADO.
       200-CARREGAR-CONTATO.
           MOVE "N"    TO W-ACHOU-PREFERENCIAL
           MOVE SPACES TO W-CONTATO-NOME, W-CONTATO-TELEFONE,
                          W-CONTATO-CARGO

           OPEN INPUT ARQ-CONTATO

           IF WN-FILE-STATUS EQUAL "00"
              MOVE W-COD-CLIENTE TO CT-COD-CLIENTE
              MOVE ZEROS         TO CT-NUM-CONTATO
              START ARQ-CONTATO KEY IS NOT LESS THAN CT-CHAVE

              IF WN-FILE-STATUS EQUAL "00"
                 READ ARQ-CONTATO NEXT
                   AT END MOVE "99" TO WN-FILE-STATUS
                 END-READ

                 PERFORM 210-EXAMINAR-CONTATO
                   UNTIL WN-FILE-STATUS NOT EQUAL "00"
              END-IF

              CLOSE ARQ-CONTATO
              MOVE "00" TO WN-FILE-STATUS
           END-IF

           IF W-CONTATO-NOME EQUAL TO SPACES
              MOVE "SEM CONTATO CADASTRADO" TO W-CONTATO-NOME
           END-IF.

       210-EXAMINAR-CONTATO.
           IF CT-COD-CLIENTE NOT EQUAL TO W-COD-CLIENTE
              MOVE "99" TO WN-FILE-STATUS
           ELSE
              IF CT-PREFERENCIAL EQUAL TO "S"
                 AND W-ACHOU-PREFERENCIAL NOT EQUAL TO "S"
                 MOVE "S" TO W-ACHOU-PREFERENCIAL
                 MOVE SPACES TO W-CONTATO-NOME
              END-IF

              IF W-CONTATO-NOME EQUAL TO SPACES
                 MOVE CT-NOME     TO W-CONTATO-NOME
                 MOVE CT-TELEFONE TO W-CONTATO-TELEFONE
                 MOVE CT-CARGO    TO W-CONTATO-CARGO
              END-IF

              READ ARQ-CONTATO NEXT
                AT END MOVE "99" TO WN-FILE-STATUS
              END-READ
           END-IF.

      * ENDERECOS DE ENTREGA DO CLIENTE E, PARA CADA UM, O VENDEDOR
      * DA DISTRIBUICAO VIGENTE COM A ORIGEM DA ATRIBUICAO. CLIENTE
      * SEM ENDERECOS CADASTRADOS E ATENDIDO NO ENDERECO PRINCIPAL
      * (ENDERECO 000, VER D-NUM-ENDERECO EM DISTRIBUICAO.CPY).
       300-CARREGAR-ENDERECOS.
           MOVE SPACES TO W-LINHAS-ENDERECO, W-AVISO-ENDERECOS
           MOVE ZEROS  TO W-QTD-ENDERECOS

           OPEN INPUT ARQ-DISTRIBUICAO
           OPEN INPUT ARQ-VENDEDOR
           OPEN INPUT ARQ-ENDERECO

           IF WX-FILE-STATUS EQUAL "00"
              MOVE W-COD-CLIENTE TO END-COD-CLIENTE
              MOVE ZEROS         TO END-NUM-ENDERECO
              START ARQ-ENDERECO KEY IS NOT LESS THAN END-CHAVE

              IF WX-FILE-STATUS EQUAL "00"
                 READ ARQ-ENDERECO NEXT
                   AT END MOVE "99" TO WX-FILE-STATUS
                 END-READ

                 PERFORM 310-EXAMINAR-ENDERECO
                   UNTIL WX-FILE-STATUS NOT EQUAL "00"
              END-IF

              CLOSE ARQ-ENDERECO
              MOVE "00" TO WX-FILE-STATUS
           END-IF

           IF W-QTD-ENDERECOS EQUAL TO ZEROS
              MOVE 1                    TO W-QTD-ENDERECOS
              MOVE ZEROS                TO W-NUM-ENDERECO
              MOVE "ENDERECO PRINCIPAL" TO W-ME-DESCRICAO
              MOVE SPACES               TO W-ME-STATUS
              PERFORM 320-MONTAR-ENDERECO
           END-IF

           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-VENDEDOR
           MOVE "00" TO WD-FILE-STATUS, WV-FILE-STATUS

           IF W-QTD-ENDERECOS GREATER THAN 6
              COMPUTE W-QTD-EXCEDENTE = W-QTD-ENDERECOS - 6
              STRING "MAIS " W-QTD-EXCEDENTE
                     " ENDERECO(S) NA TELA DE ENDERECOS DE ENTREGA"
                     DELIMITED BY SIZE INTO W-AVISO-ENDERECOS
           END-IF.

       310-EXAMINAR-ENDERECO.
           IF END-COD-CLIENTE NOT EQUAL TO W-COD-CLIENTE
              MOVE "99" TO WX-FILE-STATUS
           ELSE
              ADD 1 TO W-QTD-ENDERECOS

              IF W-QTD-ENDERECOS NOT GREATER THAN 6
                 MOVE END-NUM-ENDERECO TO W-NUM-ENDERECO
                 MOVE END-DESCRICAO    TO W-ME-DESCRICAO
                 MOVE END-STATUS       TO W-ME-STATUS
                 PERFORM 320-MONTAR-ENDERECO
              END-IF

              READ ARQ-ENDERECO NEXT
                AT END MOVE "99" TO WX-FILE-STATUS
              END-READ
           END-IF.

       320-MONTAR-ENDERECO.
           MOVE W-NUM-ENDERECO TO W-ME-ENDERECO
           MOVE ZEROS          TO W-ME-VENDEDOR
           MOVE SPACES         TO W-ME-NOME

           MOVE W-COD-CLIENTE  TO D-COD-CLIENTE
           MOVE W-NUM-ENDERECO TO D-NUM-ENDERECO
           READ ARQ-DISTRIBUICAO RECORD KEY IS D-CHAVE

           IF WD-FILE-STATUS EQUAL "00"
              AND D-COD-VENDEDOR GREATER THAN ZEROS
              MOVE D-COD-VENDEDOR TO W-ME-VENDEDOR

              MOVE D-COD-VENDEDOR TO COD-VENDEDOR
              READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR

              IF WV-FILE-STATUS EQUAL "00"
                 MOVE NOME-VENDEDOR TO W-ME-NOME
              END-IF

              EVALUATE TRUE
                WHEN ATRIBUICAO-MANUAL
                   MOVE "MANUAL"        TO W-ME-ORIGEM
                WHEN ATRIBUICAO-REAPROVEITADA
                   MOVE "REAPROVEITADA" TO W-ME-ORIGEM
                WHEN ATRIBUICAO-CALCULADA
                   MOVE "CALCULADA"     TO W-ME-ORIGEM
                WHEN OTHER
                   MOVE "NAO INFORMADA" TO W-ME-ORIGEM
              END-EVALUATE
           ELSE
              MOVE "SEM VENDEDOR" TO W-ME-ORIGEM
           END-IF

           MOVE W-MONTA-END TO W-LIN-END(W-QTD-ENDERECOS).

      * ULTIMOS CINCO PEDIDOS DO CLIENTE: OS PEDIDOS DO CLIENTE SAO
      * LIDOS PELA CHAVE ALTERNADA, NA ORDEM EM QUE FORAM GRAVADOS
      * (A DO NUMERO), E CADA UM ENTRA NO TOPO DA TABELA, EMPURRANDO
      * OS ANTERIORES.
       400-CARREGAR-PEDIDOS.
           INITIALIZE W-TAB-PEDIDO
           MOVE SPACES TO W-LINHAS-PEDIDO
           MOVE ZEROS  TO W-QTD-PEDIDOS

           OPEN INPUT ARQ-PEDIDO

           IF WP-FILE-STATUS EQUAL "00"
              MOVE W-COD-CLIENTE TO P-COD-CLIENTE
              START ARQ-PEDIDO KEY IS EQUAL TO P-COD-CLIENTE

              IF WP-FILE-STATUS EQUAL "00"
                 READ ARQ-PEDIDO NEXT
                   AT END MOVE "99" TO WP-FILE-STATUS
                 END-READ

                 PERFORM 410-EXAMINAR-PEDIDO
                   UNTIL WP-FILE-STATUS NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PEDIDO
              MOVE "00" TO WP-FILE-STATUS
           END-IF

           PERFORM 430-MONTAR-PEDIDO
             VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX GREATER THAN 5.

       410-EXAMINAR-PEDIDO.
           IF P-COD-CLIENTE NOT EQUAL TO W-COD-CLIENTE
              MOVE "99" TO WP-FILE-STATUS
           ELSE
              ADD 1 TO W-QTD-PEDIDOS

              PERFORM 420-EMPURRAR-PEDIDO
                VARYING W-IDX FROM 5 BY -1 UNTIL W-IDX LESS THAN 2

              MOVE P-NUM-PEDIDO    TO W-TP-NUM-PEDIDO(1)
              MOVE P-DATA-PEDIDO   TO W-TP-DATA(1)
              MOVE P-STATUS-PEDIDO TO W-TP-STATUS(1)
              MOVE P-VALOR-PEDIDO  TO W-TP-VALOR(1)

              IF P-NUM-NF NUMERIC
                 MOVE P-SERIE-NF   TO W-TP-SERIE-NF(1)
                 MOVE P-NUM-NF     TO W-TP-NUM-NF(1)
              ELSE
                 MOVE SPACES       TO W-TP-SERIE-NF(1)
                 MOVE ZEROS        TO W-TP-NUM-NF(1)
              END-IF

              READ ARQ-PEDIDO NEXT
                AT END MOVE "99" TO WP-FILE-STATUS
              END-READ
           END-IF.

       420-EMPURRAR-PEDIDO.
           MOVE W-TP-ITEM(W-IDX - 1) TO W-TP-ITEM(W-IDX).

       430-MONTAR-PEDIDO.
           IF W-TP-NUM-PEDIDO(W-IDX) GREATER THAN ZEROS
              MOVE W-TP-NUM-PEDIDO(W-IDX) TO W-MP-NUM-PEDIDO
              MOVE W-TP-DATA(W-IDX)       TO W-MP-DATA
              MOVE W-TP-VALOR(W-IDX)      TO W-MP-VALOR
              MOVE W-TP-NUM-NF(W-IDX)     TO W-MP-NUM-NF

              EVALUATE W-TP-STATUS(W-IDX)
                WHEN "F"
                   MOVE "FATURADO"  TO W-MP-STATUS
                WHEN "E"
                   MOVE "ENTREGUE"  TO W-MP-STATUS
                WHEN "C"
                   MOVE "CANCELADO" TO W-MP-STATUS
                WHEN OTHER
                   MOVE "DIGITADO"  TO W-MP-STATUS
              END-EVALUATE

              IF W-TP-NUM-NF(W-IDX) GREATER THAN ZEROS
                 MOVE W-TP-SERIE-NF(W-IDX) TO W-MP-SERIE-NF
                 MOVE "-"                  TO W-MP-TRACO
              ELSE
                 MOVE SPACES TO W-MP-SERIE-NF, W-MP-TRACO
              END-IF

              MOVE W-MONTA-PED TO W-LIN-PED(W-IDX)
           END-IF.

      * TITULOS EM ABERTO DO CLIENTE: TOTALIZA O SALDO E O VENCIDO E
      * GUARDA OS QUATRO DE VENCIMENTO MAIS ANTIGO, QUE SAO OS QUE O
      * OPERADOR PRECISA VER PRIMEIRO.
       500-CARREGAR-TITULOS.
           INITIALIZE W-TAB-TITULO
           MOVE SPACES TO W-LINHAS-TITULO
           MOVE ZEROS  TO W-QTD-TITULOS, W-SALDO-ABERTO,
                          W-SALDO-VENCIDO

           OPEN INPUT ARQ-TITULO

           IF WB-FILE-STATUS EQUAL "00"
              MOVE W-COD-CLIENTE TO TIT-COD-CLIENTE
              START ARQ-TITULO KEY IS EQUAL TO TIT-COD-CLIENTE

              IF WB-FILE-STATUS EQUAL "00"
                 READ ARQ-TITULO NEXT
                   AT END MOVE "99" TO WB-FILE-STATUS
                 END-READ

                 PERFORM 510-EXAMINAR-TITULO
                   UNTIL WB-FILE-STATUS NOT EQUAL "00"
              END-IF

              CLOSE ARQ-TITULO
              MOVE "00" TO WB-FILE-STATUS
           END-IF

           PERFORM 540-MONTAR-TITULO
             VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX GREATER THAN 4

           MOVE W-QTD-TITULOS   TO W-TOT-QTD-TITULOS
           MOVE W-SALDO-ABERTO  TO W-TOT-SALDO
           MOVE W-SALDO-VENCIDO TO W-TOT-VENCIDO.

       510-EXAMINAR-TITULO.
           IF TIT-COD-CLIENTE NOT EQUAL TO W-COD-CLIENTE
              MOVE "99" TO WB-FILE-STATUS
           END-IF

           IF WB-FILE-STATUS EQUAL "00"
              AND TITULO-ABERTO
              AND TIT-VALOR GREATER THAN TIT-VALOR-PAGO
              COMPUTE W-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO

              ADD 1              TO W-QTD-TITULOS
              ADD W-SALDO-TITULO TO W-SALDO-ABERTO

              IF TIT-DATA-VENCIMENTO LESS THAN W-DATA-HOJE
                 ADD W-SALDO-TITULO TO W-SALDO-VENCIDO
              END-IF

      * POSICAO DE ENTRADA NA TABELA ORDENADA POR VENCIMENTO.
              MOVE 1 TO W-POS
              PERFORM 520-PROCURAR-POSICAO
                UNTIL W-POS GREATER THAN 4
                   OR W-TT-NUM-PEDIDO(W-POS) EQUAL TO ZEROS
                   OR W-TT-VENCIMENTO(W-POS) GREATER THAN
                      TIT-DATA-VENCIMENTO

              IF W-POS NOT GREATER THAN 4
                 PERFORM 530-ABRIR-POSICAO
                   VARYING W-IDX FROM 4 BY -1
                     UNTIL W-IDX NOT GREATER THAN W-POS

                 MOVE TIT-NUM-PEDIDO      TO W-TT-NUM-PEDIDO(W-POS)
                 MOVE TIT-NUM-PARCELA     TO W-TT-NUM-PARCELA(W-POS)
                 MOVE TIT-DATA-VENCIMENTO TO W-TT-VENCIMENTO(W-POS)
                 MOVE W-SALDO-TITULO      TO W-TT-SALDO(W-POS)
              END-IF
           END-IF

           IF WB-FILE-STATUS EQUAL "00"
              READ ARQ-TITULO NEXT
                AT END MOVE "99" TO WB-FILE-STATUS
              END-READ
           END-IF.

       520-PROCURAR-POSICAO.
           ADD 1 TO W-POS.

       530-ABRIR-POSICAO.
           MOVE W-TT-ITEM(W-IDX - 1) TO W-TT-ITEM(W-IDX).

       540-MONTAR-TITULO.
           IF W-TT-NUM-PEDIDO(W-IDX) GREATER THAN ZEROS
              MOVE W-TT-NUM-PEDIDO(W-IDX)  TO W-MT-NUM-PEDIDO
              MOVE W-TT-NUM-PARCELA(W-IDX) TO W-MT-NUM-PARCELA
              MOVE W-TT-VENCIMENTO(W-IDX)  TO W-MT-VENCIMENTO
              MOVE W-TT-SALDO(W-IDX)       TO W-MT-SALDO
              MOVE ZEROS                   TO W-DIAS-ATRASO

              IF W-TT-VENCIMENTO(W-IDX) GREATER THAN ZEROS
                 AND W-TT-VENCIMENTO(W-IDX) LESS THAN W-DATA-HOJE
                 COMPUTE W-DIAS-ATRASO = W-DIAS-HOJE
                    - FUNCTION INTEGER-OF-DATE(W-TT-VENCIMENTO(W-IDX))
              END-IF

              MOVE W-DIAS-ATRASO TO W-MT-DIAS-ATRASO
              MOVE W-MONTA-TIT   TO W-LIN-TIT(W-IDX)
           END-IF.

      * ULTIMAS CINCO VISITAS DO DIARIO PARA O CLIENTE, EM QUALQUER
      * VENDEDOR: A CHAVE DO DIARIO COMECA PELO VENDEDOR, ENTAO O
      * ARQUIVO E LIDO INTEIRO E AS VISITAS SAO MANTIDAS EM ORDEM
      * DECRESCENTE DE DATA.
       600-CARREGAR-VISITAS.
           INITIALIZE W-TAB-VISITA
           MOVE SPACES TO W-LINHAS-VISITA

           OPEN INPUT ARQ-VISITA

           IF WA-FILE-STATUS EQUAL "00"
              MOVE LOW-VALUES TO VI-CHAVE
              START ARQ-VISITA KEY IS NOT LESS THAN VI-CHAVE

              IF WA-FILE-STATUS EQUAL "00"
                 READ ARQ-VISITA NEXT
                   AT END MOVE "99" TO WA-FILE-STATUS
                 END-READ

                 PERFORM 610-EXAMINAR-VISITA
                   UNTIL WA-FILE-STATUS NOT EQUAL "00"
              END-IF

              CLOSE ARQ-VISITA
              MOVE "00" TO WA-FILE-STATUS
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           PERFORM 630-MONTAR-VISITA
             VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX GREATER THAN 5

           CLOSE ARQ-VENDEDOR
           MOVE "00" TO WV-FILE-STATUS.

       610-EXAMINAR-VISITA.
           IF VI-COD-CLIENTE EQUAL TO W-COD-CLIENTE
              MOVE 1 TO W-POS
              PERFORM 520-PROCURAR-POSICAO
                UNTIL W-POS GREATER THAN 5
                   OR W-TV-DATA(W-POS) LESS THAN VI-DATA-VISITA

              IF W-POS NOT GREATER THAN 5
                 PERFORM 620-ABRIR-POSICAO-VISITA
                   VARYING W-IDX FROM 5 BY -1
                     UNTIL W-IDX NOT GREATER THAN W-POS

                 MOVE VI-DATA-VISITA  TO W-TV-DATA(W-POS)
                 MOVE VI-COD-VENDEDOR TO W-TV-VENDEDOR(W-POS)
                 MOVE VI-NUM-ENDERECO TO W-TV-ENDERECO(W-POS)
                 MOVE VI-RESULTADO    TO W-TV-RESULTADO(W-POS)
                 MOVE VI-OBSERVACAO   TO W-TV-OBSERVACAO(W-POS)
              END-IF
           END-IF

           READ ARQ-VISITA NEXT
             AT END MOVE "99" TO WA-FILE-STATUS
           END-READ.

       620-ABRIR-POSICAO-VISITA.
           MOVE W-TV-ITEM(W-IDX - 1) TO W-TV-ITEM(W-IDX).

       630-MONTAR-VISITA.
           IF W-TV-DATA(W-IDX) GREATER THAN ZEROS
              MOVE W-TV-DATA(W-IDX)       TO W-MV-DATA
              MOVE W-TV-VENDEDOR(W-IDX)   TO W-MV-VENDEDOR
              MOVE W-TV-ENDERECO(W-IDX)   TO W-MV-ENDERECO
              MOVE W-TV-OBSERVACAO(W-IDX) TO W-MV-OBSERVACAO
              MOVE SPACES                 TO W-MV-NOME

              MOVE W-TV-VENDEDOR(W-IDX) TO COD-VENDEDOR
              READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR

              IF WV-FILE-STATUS EQUAL "00"
                 MOVE NOME-VENDEDOR TO W-MV-NOME
              END-IF

              EVALUATE W-TV-RESULTADO(W-IDX)
                WHEN "V"
                   MOVE "VISITADO"   TO W-MV-RESULTADO
                WHEN "A"
                   MOVE "AUSENTE"    TO W-MV-RESULTADO
                WHEN "R"
                   MOVE "REAGENDADA" TO W-MV-RESULTADO
                WHEN OTHER
                   MOVE "REGISTRADA" TO W-MV-RESULTADO
              END-EVALUATE

              MOVE W-MONTA-VIS TO W-LIN-VIS(W-IDX)
           END-IF.

      * EXCECOES AINDA NAO TRATADAS DO CLIENTE NA FILA DE EXCECOES,
      * SEPARANDO AS RECUSAS NA ENTREGA (ORIGEM "E") DAS DEMAIS.
      * CONTA TODAS E LISTA AS QUATRO PRIMEIRAS.
       700-CARREGAR-EXCECOES.
           MOVE SPACES TO W-LINHAS-EXCECAO
           MOVE ZEROS  TO W-QTD-EXC-DISTRIB, W-QTD-EXC-ENTREGA,
                          W-QTD-EXC-LINHAS

           OPEN INPUT ARQ-EXCECAO

           IF WE-FILE-STATUS EQUAL "00"
              READ ARQ-EXCECAO
                AT END MOVE "99" TO WE-FILE-STATUS
              END-READ

              PERFORM 710-EXAMINAR-EXCECAO
                UNTIL WE-FILE-STATUS NOT EQUAL "00"

              CLOSE ARQ-EXCECAO
              MOVE "00" TO WE-FILE-STATUS
           END-IF.

       710-EXAMINAR-EXCECAO.
           IF E-COD-CLIENTE EQUAL TO W-COD-CLIENTE
              AND EXCECAO-PENDENTE
              IF EXCECAO-ENTREGA
                 ADD 1 TO W-QTD-EXC-ENTREGA
              ELSE
                 ADD 1 TO W-QTD-EXC-DISTRIB
              END-IF

              IF W-QTD-EXC-LINHAS LESS THAN 4
                 ADD 1 TO W-QTD-EXC-LINHAS
                 MOVE E-NUM-ENDERECO TO W-MX-REFERENCIA

                 EVALUATE TRUE
                   WHEN EXCECAO-ENTREGA
                      MOVE "ENTREGA"      TO W-MX-ORIGEM
                      MOVE E-MOTIVO       TO W-MOTIVO-RECUSA
                      IF W-MR-PEDIDO NUMERIC
                         MOVE W-MR-PEDIDO TO W-MX-REFERENCIA
                      END-IF
                   WHEN EXCECAO-PROGRAMADO
                      MOVE "PROGRAMADO"   TO W-MX-ORIGEM
                   WHEN OTHER
                      MOVE "DISTRIBUICAO" TO W-MX-ORIGEM
                 END-EVALUATE

                 MOVE ZEROS          TO W-MX-DATA
                 MOVE E-MOTIVO       TO W-MX-MOTIVO
                 MOVE W-MONTA-EXC    TO W-LIN-EXC(W-QTD-EXC-LINHAS)
              END-IF
           END-IF

           READ ARQ-EXCECAO
             AT END MOVE "99" TO WE-FILE-STATUS
           END-READ.

      * EXIBE A PAGINA CORRENTE COM O RODAPE DE ATALHOS E TRATA A
      * OPCAO ESCOLHIDA.
       800-EXIBIR-PAGINA.
           MOVE SPACES TO W-OPCAO

           EVALUATE W-PAGINA
             WHEN 2
                DISPLAY VISAO-VENDAS
             WHEN 3
                DISPLAY VISAO-OCORRENCIAS
             WHEN OTHER
                DISPLAY VISAO-CADASTRO
           END-EVALUATE

           DISPLAY RODAPE-VISAO
           ACCEPT  RODAPE-VISAO

           EVALUATE FUNCTION UPPER-CASE(W-OPCAO)
             WHEN 'P'
                ADD 1 TO W-PAGINA
                IF W-PAGINA GREATER THAN 3
                   MOVE 1 TO W-PAGINA
                END-IF
                PERFORM 800-EXIBIR-PAGINA
             WHEN 'N'
                PERFORM 000-INICIO
             WHEN 'F'
                CHAIN "MENU"
             WHEN '1'
                PERFORM 810-VERIFICAR-ALTERACAO
                CHAIN "TELACLIENTE"
             WHEN '2'
                PERFORM 810-VERIFICAR-ALTERACAO
                CHAIN "TELAENDERECO"
             WHEN '3'
                PERFORM 810-VERIFICAR-ALTERACAO
                CHAIN "TELACONTATO"
             WHEN '4'
                PERFORM 810-VERIFICAR-ALTERACAO
                CHAIN "TELAATRIBUICAO"
             WHEN '5'
                PERFORM 810-VERIFICAR-ALTERACAO
                CHAIN "TELAPEDIDO"
             WHEN '6'
                PERFORM 810-VERIFICAR-ALTERACAO
                CHAIN "TELARECEBIMENTO"
             WHEN '7'
                PERFORM 810-VERIFICAR-ALTERACAO
                CHAIN "TELAEXCECAO"
             WHEN OTHER
                PERFORM 800-EXIBIR-PAGINA
           END-EVALUATE.

      * CLIENTE QUE A SESSAO NAO PODE MANTER: AVISA E VOLTA PARA A
      * MESMA PAGINA, SEM ABRIR A TELA DE MANUTENCAO.
       810-VERIFICAR-ALTERACAO.
           IF W-PODE-ALTERAR NOT EQUAL TO "S"
              DISPLAY MENSAGEM-SOMENTE-CONSULTA
              ACCEPT  MENSAGEM-SOMENTE-CONSULTA
              PERFORM 800-EXIBIR-PAGINA
           END-IF.

       END PROGRAM TELAVISAOCLIENTE.
