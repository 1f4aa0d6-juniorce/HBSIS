      *****************************************************************
      * PASSOPADRAO.CPY                                              *
      * SEQUENCIA PADRAO DO LOTE NOTURNO, NO LAYOUT DA TABELA DE     *
      * PASSOS (VER PASSOLOTE.CPY). O BATCHNOTURNO A USA QUANDO A    *
      * TABELA NAO EXISTE OU ESTA VAZIA, E A TELAPASSOLOTE A GRAVA   *
      * NA TABELA SOB PEDIDO. A ORDEM E A DE SEMPRE:                 *
      *   - IMPORTACOES DE CADASTRO, PRODUTOS E PEDIDOS DE CAMPO     *
      *     ANTES DA DISTRIBUICAO, PARA O PEDIDO SER CONFERIDO       *
      *     CONTRA A CARTEIRA EM QUE FOI TIRADO E PELO PRECO DO DIA; *
      *   - PLANEJAMENTO DE VISITAS E CLIENTES SEM COMPRA LOGO APOS  *
      *     A DISTRIBUICAO, QUE RECRIA A CARTEIRA E A FILA DE        *
      *     EXCECOES;                                                *
      *   - PEDIDOS PROGRAMADOS LOGO DEPOIS, COM O VENDEDOR DA       *
      *     CARTEIRA NOVA E A FILA DE EXCECOES JA RECRIADA (SO       *
      *     AVISA SE FALHAR);                                        *
      *   - DISTRIBUICAO DE PROSPECTS ANTES DOS PACOTES DE CAMPO,    *
      *     QUE LEVAM OS PROSPECTS ATRIBUIDOS A CADA VENDEDOR (SO    *
      *     AVISA SE FALHAR);                                        *
      *   - RETORNO DO ERP ANTES DA BAIXA BANCARIA E DA COBRANCA,    *
      *     PARA OS TITULOS DO FATURAMENTO ENTRAREM NA COBRANCA;     *
      *   - RELATORIOS E PACOTES DE CAMPO POR ULTIMO, COM OS SALDOS  *
      *     DO DIA.                                                  *
      * A CONCILIACAO DO FATURAMENTO, O FECHAMENTO DE COMISSAO E O   *
      * SCORECARD DE VENDEDORES (PRIMEIRO DIA UTIL, COMPETENCIA DO   *
      * MES ANTERIOR; O FECHAMENTO SO FECHA O MES CONCILIADO) E O    *
      * ARQUIVAMENTO DO HISTORICO (ULTIMO DIA UTIL) VEM DESATIVADOS: *
      * SO RODAM DEPOIS QUE ALGUEM OS ATIVA NA TABELA.               *
      *****************************************************************
       01  W-PASSOS-PADRAO.
           03 FILLER              PIC  9(003) VALUE 010.
           03 FILLER              PIC  X(030) VALUE "IMPORTAR CLIENTES".
           03 FILLER              PIC  X(020) VALUE "IMPCLIENTE".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 020.
           03 FILLER              PIC  X(030) VALUE
              "IMPORTAR VENDEDORES".
           03 FILLER              PIC  X(020) VALUE "IMPVENDEDOR".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 030.
           03 FILLER              PIC  X(030) VALUE "PRODUTOS DO ERP".
           03 FILLER              PIC  X(020) VALUE "IMPORTPRODUTO".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 040.
           03 FILLER              PIC  X(030) VALUE "PEDIDOS DE CAMPO".
           03 FILLER              PIC  X(020) VALUE "IMPORTPEDIDO".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 050.
           03 FILLER              PIC  X(030) VALUE "DISTRIBUICAO".
           03 FILLER              PIC  X(020) VALUE "DISTRIBUICAO".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 060.
           03 FILLER              PIC  X(030) VALUE
              "PLANEJAMENTO DE VISITAS".
           03 FILLER              PIC  X(020) VALUE "PLANEJAVISITA".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 070.
           03 FILLER              PIC  X(030) VALUE
              "CLIENTES SEM COMPRA".
           03 FILLER              PIC  X(020) VALUE "CLIENTESEMCOMPRA".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 072.
           03 FILLER              PIC  X(030) VALUE
              "PEDIDOS PROGRAMADOS".
           03 FILLER              PIC  X(020) VALUE "GERAPROGRAMADO".
           03 FILLER              PIC  X(004) VALUE "SAD0".
           03 FILLER              PIC  9(003) VALUE 075.
           03 FILLER              PIC  X(030) VALUE
              "DISTRIBUICAO DE PROSPECTS".
           03 FILLER              PIC  X(020) VALUE "DISTRIBPROSPECT".
           03 FILLER              PIC  X(004) VALUE "SAD0".
           03 FILLER              PIC  9(003) VALUE 080.
           03 FILLER              PIC  X(030) VALUE "INTERFACE ERP".
           03 FILLER              PIC  X(020) VALUE "EXPORTERP".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 090.
           03 FILLER              PIC  X(030) VALUE
              "INTERFACE ERP PEDIDOS".
           03 FILLER              PIC  X(020) VALUE "EXPORTPEDIDO".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 100.
           03 FILLER              PIC  X(030) VALUE "STATUS DO ERP".
           03 FILLER              PIC  X(020) VALUE "IMPORTSTATUSERP".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 110.
           03 FILLER              PIC  X(030) VALUE "BAIXA BANCARIA".
           03 FILLER              PIC  X(020) VALUE "IMPORTBANCO".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 120.
           03 FILLER              PIC  X(030) VALUE "COBRANCA".
           03 FILLER              PIC  X(020) VALUE "GERACOBRANCA".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 130.
           03 FILLER              PIC  X(030) VALUE "RELATORIOS".
           03 FILLER              PIC  X(020) VALUE "RELATORIOS".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 140.
           03 FILLER              PIC  X(030) VALUE "PACOTES DE CAMPO".
           03 FILLER              PIC  X(020) VALUE "REPORTPACOTE".
           03 FILLER              PIC  X(004) VALUE "SID0".
           03 FILLER              PIC  9(003) VALUE 145.
           03 FILLER              PIC  X(030) VALUE
              "CONCILIACAO DO FATURAMENTO".
           03 FILLER              PIC  X(020) VALUE "REPORTCONCILIACAO".
           03 FILLER              PIC  X(004) VALUE "NAP0".
           03 FILLER              PIC  9(003) VALUE 150.
           03 FILLER              PIC  X(030) VALUE
              "FECHAMENTO DE COMISSAO".
           03 FILLER              PIC  X(020) VALUE "FECHACOMISSAO".
           03 FILLER              PIC  X(004) VALUE "NAP0".
           03 FILLER              PIC  9(003) VALUE 155.
           03 FILLER              PIC  X(030) VALUE
              "SCORECARD DE VENDEDORES".
           03 FILLER              PIC  X(020) VALUE "REPORTSCORECARD".
           03 FILLER              PIC  X(004) VALUE "NAP0".
           03 FILLER              PIC  9(003) VALUE 160.
           03 FILLER              PIC  X(030) VALUE
              "ARQUIVAMENTO DO HISTORICO".
           03 FILLER              PIC  X(020) VALUE "ARQUIVAHISTORICO".
           03 FILLER              PIC  X(004) VALUE "NAU0".
       01  W-PASSOS-PADRAO-R REDEFINES W-PASSOS-PADRAO.
           03 W-PASSO-PADRAO      OCCURS 20 TIMES.
              05 PD-ORDEM         PIC  9(003).
              05 PD-NOME          PIC  X(030).
              05 PD-PROGRAMA      PIC  X(020).
              05 PD-ATIVO         PIC  X(001).
              05 PD-FALHA         PIC  X(001).
              05 PD-QUANDO        PIC  X(001).
              05 PD-DIA-SEMANA    PIC  9(001).
       77 W-QTD-PASSOS-PADRAO    PIC  9(002) VALUE 20.
