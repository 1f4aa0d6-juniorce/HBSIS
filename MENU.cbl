                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT ARQ-LOGACESSO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SESSAO
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       FD  ARQ-LOGACESSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'logAcesso'.
       COPY "LOGACESSO.CPY".

       WORKING-STORAGE SECTION.
       77 WOPCAO          PIC 9 VALUE ZERO.
       77 WOPCAOCAD       PIC 99 VALUE ZERO.
       77 W-CONFIRMA      PIC X VALUE SPACES.
       77 W-TIPO-EXECUCAO PIC X VALUE "C".
       77 WOPCAOCOM       PIC 99 VALUE ZERO.
       77 WOPCAOFIN       PIC 99 VALUE ZERO.
       77 WOPCAOEST       PIC 99 VALUE ZERO.
       77 WOPCAOGEO       PIC 99 VALUE ZERO.
       77 WOPCAOSIM       PIC 99 VALUE ZERO.
      * FUNCAO ESCOLHIDA, GRAVADA NO LOG DE ACESSOS ANTES DA CHAMADA
      * (VER LOGACESSO.CPY).
       77 WA-FILE-STATUS     PIC X(002) VALUE "00".
       77 W-PROGRAMA-ACESSO  PIC X(020) VALUE SPACES.
       77 W-EVENTO-ACESSO    PIC X(001) VALUE "F".
       77 W-DETALHE-ACESSO   PIC X(040) VALUE SPACES.

       01 PARAMETROS-RELATORIOS.
          03 W-TIPO-ORDENACAO      PIC X VALUE SPACES.
          03 W-OPERACAO-LOG        PIC X(001) VALUE SPACES.
          03 W-CODIGO-LOG          PIC 9(007) VALUE ZEROS.
          03 W-QTD-EXECUCOES       PIC 9(003) VALUE ZEROS.
          03 W-DATA-INICIAL-EXTRATO PIC 9(008) VALUE ZEROS.
          03 W-DATA-FINAL-EXTRATO  PIC 9(008) VALUE ZEROS.
          03 W-DATA-INICIAL-LIBERACAO PIC 9(008) VALUE ZEROS.
          03 W-DATA-FINAL-LIBERACAO PIC 9(008) VALUE ZEROS.

       SCREEN SECTION.
       01 MENU-PRINCIPAL.
          02 LINE 10 COL 10 VALUE "[4] COMERCIAL E FINANCEIRO".
          02 LINE 11 COL 10 VALUE "[5] PAINEL DO DIA".
          02 LINE 12 COL 10 VALUE "[6] ALERTAS OPERACIONAIS".
          02 LINE 13 COL 10 VALUE "[7] FINANCEIRO E COBRANCA".
          02 LINE 14 COL 10 VALUE "[8] ESTOQUE E LOGISTICA".
          02 LINE 15 COL 10 VALUE "[9] SAIR DO SISTEMA".
          02 LINE 16 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 16 COL 34, PIC 9 TO WOPCAO AUTO.

          02 LINE 14 COL 10 VALUE "[8] REEMBOLSO DE DESLOCAMENTO".
          02 LINE 15 COL 10 VALUE "[9] PACOTE GERENCIAL POR REGIAO".
          02 LINE 16 COL 10 VALUE "[10] CATALOGO DE SPOOL".
          02 LINE 17 COL 10 VALUE "[11] ANALISE DE VENDAS".
          02 LINE 18 COL 10 VALUE "[12] LACUNAS DE COBERTURA".
          02 LINE 19 COL 10 VALUE "[13] LOG DE ACESSOS".
          02 LINE 20 COL 10 VALUE "[14] CONCILIACAO DO FATURAMENTO".
          02 LINE 21 COL 10 VALUE "[15] VOLTAR AO MENU PRINCIPAL".
          02 LINE 22 COL 10 VALUE "[16] SAIR DO SISTEMA".
          02 LINE 23 COL 10 "DIGITE A OPCAO DESEJADA[..]".
          02 LINE 23 COL 35, PIC 99 TO WOPCAOREL AUTO.

       01 SUB-MENU-RELATORIO-COMISSAO.
          02 BLANK SCREEN.
          02 LINE 17 COL 10 VALUE "[11] FUNIL DE PROSPECTS".
          02 LINE 18 COL 10 VALUE "[12] RELATORIO DO PIPELINE".
          02 LINE 19 COL 10 VALUE "[13] CADASTRO DE EMPRESAS".
          02 LINE 20 COL 10 VALUE "[14] CONDICOES DE PAGAMENTO".
          02 LINE 21 COL 10 VALUE "[15] SCORECARD DE VENDEDORES".
          02 LINE 22 COL 10 VALUE "[16] VOLTAR AO MENU PRINCIPAL".
          02 LINE 23 COL 10 VALUE "[17] SAIR DO SISTEMA".
          02 LINE 24 COL 10 "DIGITE A OPCAO DESEJADA[..]".
          02 LINE 24 COL 38, PIC 99 TO WOPCAOCOM AUTO.

       01 SUB-MENU-FINANCEIRO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 02 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 03 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 04 COL 27 VALUE "SUB-MENU FINANCEIRO E COBRANCA".
          02 LINE 07 COL 10 VALUE "[1] BAIXA DO RETORNO BANCARIO".
          02 LINE 08 COL 10 VALUE "[2] EXTRATO DE CONTA DO CLIENTE".
          02 LINE 09 COL 10 VALUE "[3] APURACAO DE COBRANCA".
          02 LINE 10 COL 10 VALUE
                               "[4] INTERFACE DE COMISSAO COM A FOLHA".
          02 LINE 11 COL 10 VALUE
                               "[5] RETORNO DA FOLHA DE PAGAMENTO".
          02 LINE 12 COL 10 VALUE
                               "[6] LIBERACOES DE LIMITE (SUPERVISOR)".
          02 LINE 13 COL 10 VALUE "[7] VOLTAR AO MENU PRINCIPAL".
          02 LINE 14 COL 10 VALUE "[8] SAIR DO SISTEMA".
          02 LINE 15 COL 10 "DIGITE A OPCAO DESEJADA[..]".
          02 LINE 15 COL 38, PIC 99 TO WOPCAOFIN AUTO.

       01 SUB-MENU-ESTOQUE.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 02 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 03 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 04 COL 27 VALUE "SUB-MENU ESTOQUE E LOGISTICA".
          02 LINE 07 COL 10 VALUE "[1] MOVIMENTACAO DE ESTOQUE".
          02 LINE 08 COL 10 VALUE "[2] RELATORIO DE REPOSICAO".
          02 LINE 09 COL 10 VALUE "[3] DEVOLUCAO DE CLIENTE".
          02 LINE 10 COL 10 VALUE "[4] ROMANEIO DE ENTREGA".
          02 LINE 11 COL 10 VALUE "[5] TABELA DE FRETE".
          02 LINE 12 COL 10 VALUE "[6] VOLTAR AO MENU PRINCIPAL".
          02 LINE 13 COL 10 VALUE "[7] SAIR DO SISTEMA".
          02 LINE 14 COL 10 "DIGITE A OPCAO DESEJADA[..]".
          02 LINE 14 COL 38, PIC 99 TO WOPCAOEST AUTO.

       01 SUB-MENU-GEO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 02 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 03 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 04 COL 30 VALUE "GEOCODIFICACAO (GEO)".
          02 LINE 07 COL 10 VALUE
                           "[1] GERAR SOLICITACAO AO BUREAU".
          02 LINE 08 COL 10 VALUE
                           "[2] IMPORTAR COORDENADAS DO RETORNO".
          02 LINE 09 COL 10 VALUE "[3] VOLTAR AO SUB-MENU EXECUTAR".
          02 LINE 10 COL 10 VALUE "[4] SAIR DO SISTEMA".
          02 LINE 11 COL 10 "DIGITE A OPCAO DESEJADA[..]".
          02 LINE 11 COL 38, PIC 99 TO WOPCAOGEO AUTO.

       01 SUB-MENU-SIMULACAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 02 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 03 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 04 COL 22 VALUE
                           "SIMULACAO E EXPLICACAO DA DISTRIBUICAO".
          02 LINE 07 COL 10 VALUE "[1] SIMULAR DISTRIBUICAO".
          02 LINE 08 COL 10 VALUE
                           "[2] SOLICITAR EXPLICACAO DA ATRIBUICAO".
          02 LINE 09 COL 10 VALUE "[3] RELATORIO DE EXPLICACAO".
          02 LINE 10 COL 10 VALUE "[4] VOLTAR AO SUB-MENU EXECUTAR".
          02 LINE 11 COL 10 VALUE "[5] SAIR DO SISTEMA".
          02 LINE 12 COL 10 "DIGITE A OPCAO DESEJADA[..]".
          02 LINE 12 COL 38, PIC 99 TO WOPCAOSIM AUTO.

       01 SUB-MENU-EXPLICACAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 02 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 03 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 04 COL 26 VALUE "EXPLICACAO DA DISTRIBUICAO".
          02 LINE 07 COL 10 VALUE "CLIENTE  (ZEROS = TODOS)       :".
          02 LINE 07 COL 43, PIC ZZZZZZ9 TO W-CODIGO-CLIENTE AUTO.
          02 LINE 15 COL 10 "CONFIRMA IMPRESSAO DO RELATORIO?(S/N):".
          02 LINE 15 COL 49, PIC X TO W-CONFIRMA AUTO.

       01 SUB-MENU-EXTRATO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 02 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 03 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 04 COL 26 VALUE "EXTRATO DE CONTA DO CLIENTE".
          02 LINE 06 COL 10 VALUE "CLIENTE  (ZEROS = POR VENDEDOR):".
          02 LINE 06 COL 43, PIC ZZZZZZ9 TO W-CODIGO-CLIENTE AUTO.
          02 LINE 07 COL 10 VALUE "VENDEDOR (ZEROS = TODOS)       :".
          02 LINE 07 COL 43, PIC ZZ9 TO W-CODIGO-VENDEDOR AUTO.
          02 LINE 08 COL 10 VALUE "DATA INICIAL (AAAAMMDD)        :".
          02 LINE 08 COL 43, PIC 99999999 TO W-DATA-INICIAL-EXTRATO
             AUTO.
          02 LINE 09 COL 10 VALUE "DATA FINAL   (ZEROS = SEM FIM) :".
          02 LINE 09 COL 43, PIC 99999999 TO W-DATA-FINAL-EXTRATO AUTO.
          02 LINE 15 COL 10 "CONFIRMA IMPRESSAO DO RELATORIO?(S/N):".
          02 LINE 15 COL 49, PIC X TO W-CONFIRMA AUTO.

       01 SUB-MENU-LIBERACAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 02 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 03 COL 01 VALUE "*************************************
      -"**************************************".
          02 LINE 04 COL 24 VALUE "LIBERACOES DE LIMITE POR SUPERVISOR".
          02 LINE 07 COL 10 VALUE "DATA INICIAL (AAAAMMDD)        :".
          02 LINE 07 COL 43, PIC 99999999 TO W-DATA-INICIAL-LIBERACAO
             AUTO.
          02 LINE 08 COL 10 VALUE "DATA FINAL   (ZEROS = SEM FIM) :".
          02 LINE 08 COL 43, PIC 99999999 TO W-DATA-FINAL-LIBERACAO
             AUTO.
          02 LINE 15 COL 10 "CONFIRMA IMPRESSAO DO RELATORIO?(S/N):".
          02 LINE 15 COL 49, PIC X TO W-CONFIRMA AUTO.

       01 MENSAGEM-SEM-PERMISSAO AUTO.
          02 BLANK SCREEN.
      -"RACOES)".
          02 LINE 09 COL 10 VALUE
                           "[3] EXECUTAR DISTRIBUICAO (BALANCEADA)".
          02 LINE 10 COL 10 VALUE
                           "[4] SIMULAR / EXPLICAR DISTRIBUICAO".
          02 LINE 11 COL 10 VALUE "[5] AUDITORIA DOS ARQUIVOS".
          02 LINE 12 COL 10 VALUE "[6] ARQUIVAR HISTORICO".
          02 LINE 13 COL 10 VALUE "[7] BACKUP E RESTAURACAO".
          02 LINE 14 COL 10 VALUE
                           "[8] VERIFICAR VIABILIDADE DE CAPACIDADE".
          02 LINE 15 COL 10 VALUE "[9] DESLIGAMENTO DE VENDEDOR".
          02 LINE 16 COL 10 VALUE
                           "[10] GEOCODIFICACAO (SOLICITAR/IMPORTAR)".
          02 LINE 17 COL 10 VALUE "[11] PROCESSAR RETORNO DO ERP".
          02 LINE 18 COL 10 VALUE "[12] CALENDARIO DO LOTE NOTURNO".
          02 LINE 19 COL 10 VALUE "[13] AUDITORIA DE COORDENADAS (CEP)"
              WHEN 4
                 PERFORM 400-SUB-MENU-COMERCIAL
              WHEN 5
                 MOVE "TELAPAINEL" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAPAINEL"
              WHEN 6
                 MOVE "TELAALERTA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAALERTA"
              WHEN 7
                 PERFORM 600-SUB-MENU-FINANCEIRO
              WHEN 8
                 PERFORM 650-SUB-MENU-ESTOQUE
              WHEN 9
                 PERFORM 900-ENCERRAR-SISTEMA
              WHEN OTHER
                 PERFORM 000-INICIO
      * ENCERRA O SISTEMA LIMPANDO A SESSAO, PARA QUE A PROXIMA
      * ENTRADA EXIJA NOVA IDENTIFICACAO.
       900-ENCERRAR-SISTEMA.
           MOVE "S"    TO W-EVENTO-ACESSO
           MOVE "MENU" TO W-PROGRAMA-ACESSO
           PERFORM 950-REGISTRAR-ACESSO

           INITIALIZE ARQ-SESSAO-REG

           OPEN OUTPUT ARQ-SESSAO
           ACCEPT  SUB-MENU-CADASTRO
           EVALUATE WOPCAOCAD
              WHEN 1
                 MOVE "TELACLIENTE" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELACLIENTE"
              WHEN 2
                 MOVE "TELAVENDEDOR" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAVENDEDOR"
              WHEN 3
                 MOVE "TELAATRIBUICAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAATRIBUICAO"
              WHEN 4
                 MOVE "TELAENDERECO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAENDERECO"
              WHEN 5
                 MOVE "TELAPARAMETRO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAPARAMETRO"
              WHEN 6
                 MOVE "TELAPEDIDO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAPEDIDO"
              WHEN 7
                 MOVE "TELACEP" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELACEP"
              WHEN 8
                 MOVE "TELAUSUARIO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAUSUARIO"
              WHEN 9
                 MOVE "TELAEXCECAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAEXCECAO"
              WHEN 10
                 MOVE "TELAAUSENCIA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAAUSENCIA"
              WHEN 11
                 MOVE "TELAREGIAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAREGIAO"
              WHEN 12
                 MOVE "TELADISTRIBUICAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELADISTRIBUICAO"
              WHEN 13
                 MOVE "TELACONTATO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELACONTATO"
              WHEN 14
                 MOVE "TELAAPROVACAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAAPROVACAO"
              WHEN 15
                 PERFORM 000-INICIO
              WHEN 7
                 PERFORM 270-MENU-RELATORIO-TENDENCIA
              WHEN 8
                 MOVE "REPORTREEMBOLSO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTREEMBOLSO"
              WHEN 9
                 MOVE "REPORTSUPERVISAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTSUPERVISAO"
              WHEN 10
                 MOVE "TELASPOOL" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELASPOOL"
              WHEN 11
                 MOVE "REPORTVENDAS" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTVENDAS"
              WHEN 12
                 MOVE "REPORTCOBERTURA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTCOBERTURA"
              WHEN 13
                 MOVE "REPORTACESSO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTACESSO"
              WHEN 14
                 MOVE "REPORTCONCILIACAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTCONCILIACAO"
              WHEN 15
                 PERFORM 000-INICIO
              WHEN 16
                 PERFORM 900-ENCERRAR-SISTEMA
              WHEN OTHER
                 PERFORM 200-SUB-MENU-RELATORIOS
           ACCEPT  SUB-MENU-RELATORIO-CLIENTE
           EVALUATE W-CONFIRMA
              WHEN 'S'
                 MOVE "REPORTCLIENTE" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTCLIENTE" USING W-TIPO-ORDENACAO,
                                             W-TIPO-CLASSIFICACAO,
                                             W-CODIGO-CLIENTE,
                                             W-RAZAO-SOCIAL
                 PERFORM 000-INICIO
              WHEN 's'
                 MOVE "REPORTCLIENTE" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTCLIENTE" USING W-TIPO-ORDENACAO,          
                                             W-TIPO-CLASSIFICACAO,
                                             W-CODIGO-CLIENTE,
           ACCEPT  SUB-MENU-RELATORIO-VENDEDOR
           EVALUATE W-CONFIRMA
              WHEN 'S'
                 MOVE "REPORTVENDEDOR" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTVENDEDOR" USING W-TIPO-ORDENACAO,
                                              W-TIPO-CLASSIFICACAO,
                                              W-CODIGO-VENDEDOR,
                                              W-NOME-VENDEDOR
                 PERFORM 000-INICIO
              WHEN 's'
                 MOVE "REPORTVENDEDOR" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTVENDEDOR" USING W-TIPO-ORDENACAO,
                                              W-TIPO-CLASSIFICACAO,
                                              W-CODIGO-VENDEDOR,
           ACCEPT  SUB-MENU-RELATORIO-COMISSAO
           EVALUATE W-CONFIRMA
              WHEN 'S'
                 MOVE "REPORTCOMISSAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTCOMISSAO" USING W-MES-COMISSAO,
                                              W-ANO-COMISSAO
                 PERFORM 000-INICIO
              WHEN 's'
                 MOVE "REPORTCOMISSAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTCOMISSAO" USING W-MES-COMISSAO,
                                              W-ANO-COMISSAO
                 PERFORM 000-INICIO
           ACCEPT  SUB-MENU-RELATORIO-ROTEIRO
           EVALUATE W-CONFIRMA
              WHEN 'S'
                 MOVE "REPORTROTEIRO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTROTEIRO" USING W-CODIGO-VENDEDOR
                 PERFORM 000-INICIO
              WHEN 's'
                 MOVE "REPORTROTEIRO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTROTEIRO" USING W-CODIGO-VENDEDOR
                 PERFORM 000-INICIO
              WHEN OTHER
           ACCEPT  SUB-MENU-RELATORIO-COMPARATIVO
           EVALUATE W-CONFIRMA
              WHEN 'S'
                 MOVE "REPORTCOMPARATIVO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTCOMPARATIVO" USING W-ID-EXECUCAO-ORIGEM,
                                                W-ID-EXECUCAO-DESTINO,
                                                W-DATA-MORTO-ORIGEM,
                                                W-DATA-MORTO-DESTINO
                 PERFORM 000-INICIO
              WHEN 's'
                 MOVE "REPORTCOMPARATIVO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTCOMPARATIVO" USING W-ID-EXECUCAO-ORIGEM,
                                                W-ID-EXECUCAO-DESTINO,
                                                W-DATA-MORTO-ORIGEM,

           EVALUATE FUNCTION UPPER-CASE(W-TIPO-LOG)
              WHEN 'C'
                 MOVE "REPORTLOGCLIENTE" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTLOGCLIENTE" USING W-DATA-INICIAL-LOG,
                                                W-DATA-FINAL-LOG,
                                                W-USUARIO-LOG,
                                                W-OPERACAO-LOG,
                                                W-CODIGO-LOG
              WHEN 'V'
                 MOVE "REPORTLOGVENDEDOR" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTLOGVENDEDOR" USING W-DATA-INICIAL-LOG,
                                                 W-DATA-FINAL-LOG,
                                                 W-USUARIO-LOG,
           ACCEPT  SUB-MENU-RELATORIO-TENDENCIA
           EVALUATE W-CONFIRMA
              WHEN 'S'
                 MOVE "REPORTTENDENCIA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTTENDENCIA" USING W-QTD-EXECUCOES
              WHEN 's'
                 MOVE "REPORTTENDENCIA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTTENDENCIA" USING W-QTD-EXECUCOES
              WHEN OTHER
                 PERFORM 000-INICIO
           ACCEPT  SUB-MENU-COMERCIAL
           EVALUATE WOPCAOCOM
              WHEN 1
                 MOVE "TELAPRODUTO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAPRODUTO"
              WHEN 2
                 MOVE "TELARECEBIMENTO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELARECEBIMENTO"
              WHEN 3
                 MOVE "REPORTAGING" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTAGING"
              WHEN 4
                 MOVE "TELACOMISSAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELACOMISSAO"
              WHEN 5
                 MOVE "FECHACOMISSAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "FECHACOMISSAO"
              WHEN 6
                 MOVE "TELAMETA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAMETA"
              WHEN 7
                 MOVE "REPORTMETA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTMETA"
              WHEN 8
                 MOVE "TELAVISITA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAVISITA"
              WHEN 9
                 MOVE "REPORTADERENCIA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTADERENCIA"
              WHEN 10
                 MOVE "TELAGRUPO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAGRUPO"
              WHEN 11
                 MOVE "TELAPROSPECT" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAPROSPECT"
              WHEN 12
                 MOVE "REPORTPIPELINE" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTPIPELINE"
              WHEN 13
                 MOVE "TELAEMPRESA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAEMPRESA"
              WHEN 14
                 MOVE "TELACONDPAGTO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELACONDPAGTO"
              WHEN 15
                 MOVE "REPORTSCORECARD" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTSCORECARD"
              WHEN 16
                 PERFORM 000-INICIO
              WHEN 17
                 PERFORM 900-ENCERRAR-SISTEMA
              WHEN OTHER
                 PERFORM 400-SUB-MENU-COMERCIAL
              WHEN 1
                 PERFORM 310-VERIFICAR-PERMISSAO-EXECUTAR
                 MOVE "C" TO W-TIPO-EXECUCAO
                 MOVE "DISTRIBUICAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "DISTRIBUICAO" USING W-TIPO-EXECUCAO
              WHEN 2
                 PERFORM 310-VERIFICAR-PERMISSAO-EXECUTAR
                 MOVE "I" TO W-TIPO-EXECUCAO
                 MOVE "DISTRIBUICAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "DISTRIBUICAO" USING W-TIPO-EXECUCAO
              WHEN 3
                 PERFORM 310-VERIFICAR-PERMISSAO-EXECUTAR
                 MOVE "B" TO W-TIPO-EXECUCAO
                 MOVE "DISTRIBUICAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "DISTRIBUICAO" USING W-TIPO-EXECUCAO
              WHEN 4
                 PERFORM 330-SUB-MENU-SIMULACAO
              WHEN 5
                 MOVE "REPORTAUDITORIA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTAUDITORIA"
              WHEN 6
                 MOVE "ARQUIVAHISTORICO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "ARQUIVAHISTORICO"
              WHEN 7
                 MOVE "TELABACKUP" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELABACKUP"
              WHEN 8
                 MOVE "REPORTVIABILIDADE" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTVIABILIDADE"
              WHEN 9
                 MOVE "TELADESLIGAMENTO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELADESLIGAMENTO"
              WHEN 10
                 PERFORM 320-SUB-MENU-GEO
              WHEN 11
                 MOVE "IMPORTRETERP" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "IMPORTRETERP"
              WHEN 12
                 MOVE "TELACALENDARIO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELACALENDARIO"
              WHEN 13
                 MOVE "REPORTGEOCEP" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTGEOCEP"
              WHEN 14
                 MOVE "TELAMORTO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAMORTO"
              WHEN 15
                 MOVE "TELATRANSFERENCIA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELATRANSFERENCIA"
              WHEN 16
                 PERFORM 000-INICIO
                 PERFORM 000-INICIO
           END-EVALUATE.

       600-SUB-MENU-FINANCEIRO.
           DISPLAY SUB-MENU-FINANCEIRO
           ACCEPT  SUB-MENU-FINANCEIRO
           EVALUATE WOPCAOFIN
              WHEN 1
                 MOVE "IMPORTBANCO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "IMPORTBANCO"
              WHEN 2
                 PERFORM 610-MENU-EXTRATO
              WHEN 3
                 MOVE "GERACOBRANCA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "GERACOBRANCA"
              WHEN 4
                 MOVE "EXPORTFOLHA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "EXPORTFOLHA"
              WHEN 5
                 MOVE "IMPORTRETFOLHA" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "IMPORTRETFOLHA"
              WHEN 6
                 PERFORM 620-MENU-LIBERACAO
              WHEN 7
                 PERFORM 000-INICIO
              WHEN 8
                 PERFORM 900-ENCERRAR-SISTEMA
              WHEN OTHER
                 PERFORM 600-SUB-MENU-FINANCEIRO
           END-EVALUATE.

       610-MENU-EXTRATO.
           DISPLAY SUB-MENU-EXTRATO
           ACCEPT  SUB-MENU-EXTRATO
           EVALUATE W-CONFIRMA
              WHEN 'S'
                 MOVE "REPORTEXTRATO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTEXTRATO" USING W-CODIGO-CLIENTE,
                                             W-CODIGO-VENDEDOR,
                                             W-DATA-INICIAL-EXTRATO,
                                             W-DATA-FINAL-EXTRATO
              WHEN 's'
                 MOVE "REPORTEXTRATO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTEXTRATO" USING W-CODIGO-CLIENTE,
                                             W-CODIGO-VENDEDOR,
                                             W-DATA-INICIAL-EXTRATO,
                                             W-DATA-FINAL-EXTRATO
              WHEN OTHER
                 PERFORM 600-SUB-MENU-FINANCEIRO
           END-EVALUATE.

       620-MENU-LIBERACAO.
           DISPLAY SUB-MENU-LIBERACAO
           ACCEPT  SUB-MENU-LIBERACAO
           EVALUATE W-CONFIRMA
              WHEN 'S'
                 MOVE "REPORTLIBERACAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTLIBERACAO" USING W-DATA-INICIAL-LIBERACAO,
                                               W-DATA-FINAL-LIBERACAO
              WHEN 's'
                 MOVE "REPORTLIBERACAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTLIBERACAO" USING W-DATA-INICIAL-LIBERACAO,
                                               W-DATA-FINAL-LIBERACAO
              WHEN OTHER
                 PERFORM 600-SUB-MENU-FINANCEIRO
           END-EVALUATE.

       650-SUB-MENU-ESTOQUE.
           DISPLAY SUB-MENU-ESTOQUE
           ACCEPT  SUB-MENU-ESTOQUE
           EVALUATE WOPCAOEST
              WHEN 1
                 MOVE "TELAESTOQUE" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAESTOQUE"
              WHEN 2
                 MOVE "REPORTREPOSICAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTREPOSICAO"
              WHEN 3
                 MOVE "TELADEVOLUCAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELADEVOLUCAO"
              WHEN 4
                 MOVE "TELAROMANEIO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAROMANEIO"
              WHEN 5
                 MOVE "TELAFRETE" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAFRETE"
              WHEN 6
                 PERFORM 000-INICIO
              WHEN 7
                 PERFORM 900-ENCERRAR-SISTEMA
              WHEN OTHER
                 PERFORM 650-SUB-MENU-ESTOQUE
           END-EVALUATE.

      * A EXECUCAO DA DISTRIBUICAO E RESTRITA AOS USUARIOS COM
      * SS-PERM-EXECUTAR. SEM A PERMISSAO, AVISA E VOLTA AO MENU.
       310-VERIFICAR-PERMISSAO-EXECUTAR.
           IF SS-PERM-EXECUTAR NOT EQUAL TO "S"
              MOVE "P"            TO W-EVENTO-ACESSO
              MOVE "DISTRIBUICAO" TO W-PROGRAMA-ACESSO
              MOVE "SEM PERMISSAO DE EXECUCAO" TO W-DETALHE-ACESSO
              PERFORM 950-REGISTRAR-ACESSO
              DISPLAY MENSAGEM-SEM-PERMISSAO
              ACCEPT  MENSAGEM-SEM-PERMISSAO
              PERFORM 000-INICIO
           END-IF.

       320-SUB-MENU-GEO.
           DISPLAY SUB-MENU-GEO
           ACCEPT  SUB-MENU-GEO
           EVALUATE WOPCAOGEO
              WHEN 1
                 MOVE "EXPORTGEO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "EXPORTGEO"
              WHEN 2
                 MOVE "IMPORTGEO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "IMPORTGEO"
              WHEN 3
                 PERFORM 300-SUB-MENU-EXECUTE
              WHEN 4
                 PERFORM 900-ENCERRAR-SISTEMA
              WHEN OTHER
                 PERFORM 320-SUB-MENU-GEO
           END-EVALUATE.

       330-SUB-MENU-SIMULACAO.
           DISPLAY SUB-MENU-SIMULACAO
           ACCEPT  SUB-MENU-SIMULACAO
           EVALUATE WOPCAOSIM
              WHEN 1
      * A SIMULACAO NAO GRAVA NADA, POR ISSO NAO EXIGE A PERMISSAO
      * DE EXECUCAO DA DISTRIBUICAO.
                 MOVE "S" TO W-TIPO-EXECUCAO
                 MOVE "DISTRIBUICAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "DISTRIBUICAO" USING W-TIPO-EXECUCAO
              WHEN 2
                 MOVE "TELAEXPLICACAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "TELAEXPLICACAO"
              WHEN 3
                 PERFORM 340-MENU-EXPLICACAO
              WHEN 4
                 PERFORM 300-SUB-MENU-EXECUTE
              WHEN 5
                 PERFORM 900-ENCERRAR-SISTEMA
              WHEN OTHER
                 PERFORM 330-SUB-MENU-SIMULACAO
           END-EVALUATE.

       340-MENU-EXPLICACAO.
           DISPLAY SUB-MENU-EXPLICACAO
           ACCEPT  SUB-MENU-EXPLICACAO
           EVALUATE W-CONFIRMA
              WHEN 'S'
                 MOVE "REPORTEXPLICACAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTEXPLICACAO" USING W-CODIGO-CLIENTE
              WHEN 's'
                 MOVE "REPORTEXPLICACAO" TO W-PROGRAMA-ACESSO
                 PERFORM 950-REGISTRAR-ACESSO
                 CHAIN "REPORTEXPLICACAO" USING W-CODIGO-CLIENTE
              WHEN OTHER
                 PERFORM 330-SUB-MENU-SIMULACAO
           END-EVALUATE.

      * LOG DE ACESSOS: USUARIO E EMPRESA DA SESSAO, DATA/HORA, O
      * PROGRAMA CHAMADO E O COMPLEMENTO (TIPO DE EXECUCAO DA
      * DISTRIBUICAO). NA PRIMEIRA GRAVACAO O ARQUIVO E CRIADO.
       950-REGISTRAR-ACESSO.
           IF W-PROGRAMA-ACESSO EQUAL TO "DISTRIBUICAO"
              AND W-EVENTO-ACESSO EQUAL TO "F"
              STRING "TIPO DE EXECUCAO " DELIMITED BY SIZE
                     W-TIPO-EXECUCAO     DELIMITED BY SIZE
                INTO W-DETALHE-ACESSO
              END-STRING
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO LA-DATA-HORA
           MOVE SS-USUARIO        TO LA-USUARIO

           IF SS-EMPRESA NUMERIC
              MOVE SS-EMPRESA     TO LA-EMPRESA
           ELSE
              MOVE ZEROS          TO LA-EMPRESA
           END-IF

           MOVE W-EVENTO-ACESSO   TO LA-EVENTO
           MOVE W-PROGRAMA-ACESSO TO LA-PROGRAMA
           MOVE W-DETALHE-ACESSO  TO LA-DETALHE

           OPEN EXTEND ARQ-LOGACESSO

           IF WA-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-LOGACESSO
           END-IF

           WRITE ARQ-LOGACESSO-REG
           CLOSE ARQ-LOGACESSO

           MOVE "F"    TO W-EVENTO-ACESSO
           MOVE SPACES TO W-DETALHE-ACESSO.

        END PROGRAM MENU.
