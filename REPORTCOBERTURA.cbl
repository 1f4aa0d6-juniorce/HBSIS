       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REPORTCOBERTURA AS "REPORTCOBERTURA".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * LACUNAS DE COBERTURA: AGRUPA GEOGRAFICAMENTE OS CLIENTES QUE  *
      * A ULTIMA DISTRIBUICAO DEIXOU NA FILA DE EXCECOES POR FALTA   *
      * DE VENDEDOR AO ALCANCE ("DISTANCIA ACIMA DO LIMITE MAXIMO"   *
      * OU "SEM VENDEDOR CADASTRADO") E SUGERE ONDE CONTRATAR. CADA  *
      * ENDERECO EM EXCECAO ENTRA NO GRUPO MAIS PROXIMO DA MESMA     *
      * REGIAO E EMPRESA CUJO CENTRO ESTEJA DENTRO DO LIMITE DE      *
      * DISTANCIA DA REGIAO (CADPARAMETROREGIAO, OU O GLOBAL DO      *
      * CONTROLE); SENAO ABRE UM GRUPO NOVO. O CENTRO DO GRUPO E A   *
      * MEDIA DAS COORDENADAS DOS ENDERECOS E E A BASE SUGERIDA.     *
      * PARA CADA GRUPO O RELATORIO MOSTRA CLIENTES, ENDERECOS, A    *
      * VENDA ACUMULADA DOS CLIENTES (PEDIDOS NAO CANCELADOS) E      *
      * QUANTAS EXCECOES UM VENDEDOR NOVO NA BASE SUGERIDA           *
      * RESOLVERIA, COM AS MESMAS REGRAS DE REGIAO, EMPRESA E        *
      * DISTANCIA DA DISTRIBUICAO (A CAPACIDADE NAO E CONSIDERADA).  *
      * OS GRUPOS SAEM DO QUE MAIS RESOLVE PARA O QUE MENOS RESOLVE. *
      * ENDERECO SEM COORDENADAS NAO ENTRA EM GRUPO E E SO CONTADO.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXCECAO   ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WE-FILE-STATUS.

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

           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-CONTROLE  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WT-FILE-STATUS.

           SELECT ARQ-PARAM-REGIAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PR-COD-REGIAO
                  FILE STATUS   IS WM-FILE-STATUS.

           SELECT ARQ-REGIAO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RG-COD-REGIAO
                  FILE STATUS   IS WG-FILE-STATUS.

           SELECT REL-COBERTURA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EXCECAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadExcecao'.
       COPY "EXCECAO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

       FD  ARQ-ENDERECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadEnderecoEntrega'.
       COPY "ENDERECO.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadControleDistribuicao'.
       COPY "CONTROLE.CPY".

       FD  ARQ-PARAM-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadParametroRegiao'.
       COPY "PARAMREGIAO.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadRegiao'.
       COPY "REGIAO.CPY".

       FD  REL-COBERTURA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relCobertura'.
       01  REL-COBERTURA-LINHA    PIC  X(090).

       WORKING-STORAGE SECTION.
       77 WE-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WX-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WM-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-FIM-ARQUIVO           PIC  X(001) VALUE "N".

      * LIMITE DE DISTANCIA (EM METROS) DA DISTRIBUICAO: O GLOBAL DO
      * CONTROLE (OU O VALOR DE FABRICA) E O DE CADA REGIAO QUE TEM
      * PARAMETRO PROPRIO.
       77 W-DISTANCIA-MAXIMA      PIC  9(009)V9(002) VALUE 500000,00.
       01  W-TABELA-DIST-REGIAO.
           03 W-DREG-REGISTRO     OCCURS 999 TIMES.
              05 W-DREG-TEM-PARAMETRO PIC X(001) VALUE "N".
              05 W-DREG-DISTANCIA     PIC 9(009)V9(002) VALUE ZEROS.

      * ENDERECOS EM EXCECAO (UM POR CLIENTE SEM ENDERECO DE ENTREGA).
      * A VENDA DO CLIENTE FICA NO PRIMEIRO ENDERECO DELE, PARA NAO
      * SER SOMADA DUAS VEZES.
       01  W-TABELA-PONTOS.
           03 W-PONTO             OCCURS 3000 TIMES.
              05 W-PT-CLIENTE         PIC 9(007).
              05 W-PT-REGIAO          PIC 9(003).
              05 W-PT-EMPRESA         PIC 9(003).
              05 W-PT-LATITUDE        PIC S9(003)V9(008).
              05 W-PT-LONGITUDE       PIC S9(003)V9(008).
              05 W-PT-LIMITE          PIC 9(009)V9(002).
              05 W-PT-PRIMEIRO        PIC X(001).
              05 W-PT-VENDAS          PIC 9(011)V9(002).
              05 W-PT-GRUPO           PIC 9(004).
       77 W-QTD-PONTOS            PIC  9(004) VALUE ZEROS.
       77 W-IND-PONTO             PIC  9(004) VALUE ZEROS.
       77 W-ULTIMO-CLIENTE        PIC  9(007) VALUE ZEROS.

      * GRUPOS FORMADOS. O CENTRO E A MEDIA DAS COORDENADAS.
       01  W-TABELA-GRUPOS.
           03 W-GRUPO             OCCURS 500 TIMES.
              05 W-GR-REGIAO          PIC 9(003).
              05 W-GR-EMPRESA         PIC 9(003).
              05 W-GR-SOMA-LATITUDE   PIC S9(007)V9(008).
              05 W-GR-SOMA-LONGITUDE  PIC S9(007)V9(008).
              05 W-GR-LATITUDE        PIC S9(003)V9(008).
              05 W-GR-LONGITUDE       PIC S9(003)V9(008).
              05 W-GR-QTD-ENDERECOS   PIC 9(005).
              05 W-GR-QTD-CLIENTES    PIC 9(005).
              05 W-GR-VENDAS          PIC 9(013)V9(002).
              05 W-GR-QTD-RESOLVE     PIC 9(005).
              05 W-GR-IMPRESSO        PIC X(001).
       77 W-QTD-GRUPOS            PIC  9(004) VALUE ZEROS.
       77 W-IND-GRUPO             PIC  9(004) VALUE ZEROS.
       77 W-GRUPO-ESCOLHIDO       PIC  9(004) VALUE ZEROS.
       77 W-MENOR-DISTANCIA       PIC  9(009)V9(002) VALUE ZEROS.
       77 W-MAIOR-RESOLVE         PIC S9(005) VALUE ZEROS.
       77 W-ORDEM-GRUPO           PIC  9(004) VALUE ZEROS.

      * CALCULO DE DISTANCIA, O MESMO DA DISTRIBUICAO.
       77 W-CALC-DISTANCIA        PIC  9(009)V9(002) VALUE ZEROS.
       77 W-LATITUDE-1            PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LATITUDE-2            PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-1           PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-2           PIC S9(003)V9(008) VALUE ZEROS.
       77 W-DLA                   PIC S9(003)V9(008) VALUE ZEROS.
       77 W-DLO                   PIC S9(003)V9(008) VALUE ZEROS.
       77 W-A                     PIC S9(003)V9(008) VALUE ZEROS.
       77 W-C                     PIC S9(003)V9(008) VALUE ZEROS.

      * DADOS DO ENDERECO CORRENTE DA FILA DE EXCECOES.
       77 W-COD-REGIAO            PIC  9(003) VALUE ZEROS.
       77 W-COD-EMPRESA           PIC  9(003) VALUE ZEROS.
       77 W-LATITUDE-PONTO        PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-PONTO       PIC S9(003)V9(008) VALUE ZEROS.
       77 W-ACHOU-CLIENTE         PIC  X(001) VALUE "N".

      * TOTAIS.
       77 W-QTD-EXCECOES          PIC  9(007) VALUE ZEROS.
       77 W-QTD-SEM-COORDENADAS   PIC  9(007) VALUE ZEROS.
       77 W-QTD-FORA-TABELA       PIC  9(007) VALUE ZEROS.

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE
           "LACUNAS DE COBERTURA".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relCobertura'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(050) VALUE
              "LACUNAS DE COBERTURA - ONDE CONTRATAR VENDEDORES".

       01  W-COLUNAS-1.
           03 FILLER              PIC  X(006) VALUE "GRUPO".
           03 FILLER              PIC  X(026) VALUE "REGIAO".
           03 FILLER              PIC  X(005) VALUE "EMP".
           03 FILLER              PIC  X(009) VALUE "CLIENTES".
           03 FILLER              PIC  X(010) VALUE "ENDERECOS".
           03 FILLER              PIC  X(018) VALUE
              "   VENDA ACUMULADA".
           03 FILLER              PIC  X(009) VALUE " RESOLVE".

       01  W-DETALHE-1.
           03 W-D-GRUPO           PIC  ZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-REGIAO          PIC  ZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-NOME-REGIAO     PIC  X(021).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-EMPRESA         PIC  ZZ9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-D-CLIENTES        PIC  ZZZZ9.
           03 FILLER              PIC  X(005) VALUE SPACES.
           03 W-D-ENDERECOS       PIC  ZZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-VENDAS          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-D-RESOLVE         PIC  ZZZZ9.

       01  W-DETALHE-2.
           03 FILLER              PIC  X(006) VALUE SPACES.
           03 FILLER              PIC  X(016) VALUE
              "BASE SUGERIDA:".
           03 FILLER              PIC  X(004) VALUE "LAT".
           03 W-D-LATITUDE        PIC  -ZZ9,99999999.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(005) VALUE "LONG".
           03 W-D-LONGITUDE       PIC  -ZZ9,99999999.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 FILLER              PIC  X(008) VALUE "LIMITE".
           03 W-D-LIMITE          PIC  ZZZZZ9.
           03 FILLER              PIC  X(003) VALUE " KM".

       01  W-LINHA-TOTAL.
           03 W-LT-DESCRICAO      PIC  X(040).
           03 W-LT-QUANTIDADE     PIC  ZZZZZZ9.

       01  W-NOTA-SEM-REGIAO.
           03 FILLER              PIC  X(035) VALUE
              "NOTA: GRUPO SEM REGIAO SUPOE UM VEN".
           03 FILLER              PIC  X(035) VALUE
              "DEDOR SEM REGIAO (ATENDE TODAS)".

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 010-CARREGAR-PARAMETROS
           PERFORM 012-CARREGAR-PARAMETROS-REGIAO
           PERFORM 100-CARREGAR-EXCECOES
           PERFORM 200-SOMAR-VENDAS
           PERFORM 300-FORMAR-GRUPOS
           PERFORM 400-CONTAR-RESOLVIDAS
           PERFORM 500-IMPRIMIR-RELATORIO

           STRING "EXCECOES "         DELIMITED BY SIZE
                  W-QTD-EXCECOES      DELIMITED BY SIZE
                  " GRUPOS "          DELIMITED BY SIZE
                  W-QTD-GRUPOS        DELIMITED BY SIZE
             INTO W-SPOOL-PARAMETROS
           END-STRING

           PERFORM 990-REGISTRAR-SPOOL

           CHAIN "MENU".

      * O MESMO LIMITE GLOBAL QUE A DISTRIBUICAO USA.
       010-CARREGAR-PARAMETROS.
           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WT-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE

              IF CTL-DISTANCIA-MAXIMA NUMERIC
                 AND CTL-DISTANCIA-MAXIMA GREATER THAN ZEROS
                 MOVE CTL-DISTANCIA-MAXIMA TO W-DISTANCIA-MAXIMA
              END-IF
           END-IF.

       012-CARREGAR-PARAMETROS-REGIAO.
           OPEN INPUT ARQ-PARAM-REGIAO

           IF WM-FILE-STATUS EQUAL "00"
              MOVE LOW-VALUES TO PR-COD-REGIAO
              START ARQ-PARAM-REGIAO KEY IS NOT LESS THAN
                    PR-COD-REGIAO

              IF WM-FILE-STATUS EQUAL "00"
                 READ ARQ-PARAM-REGIAO NEXT
                   AT END MOVE "99" TO WM-FILE-STATUS
                 END-READ

                 PERFORM 013-GUARDAR-PARAMETRO-REGIAO
                   UNTIL WM-FILE-STATUS NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PARAM-REGIAO
           END-IF.

       013-GUARDAR-PARAMETRO-REGIAO.
           IF PR-COD-REGIAO GREATER THAN ZEROS
              AND PR-DISTANCIA-MAXIMA GREATER THAN ZEROS
              MOVE "S" TO W-DREG-TEM-PARAMETRO(PR-COD-REGIAO)
              MOVE PR-DISTANCIA-MAXIMA
                TO W-DREG-DISTANCIA(PR-COD-REGIAO)
           END-IF

           READ ARQ-PARAM-REGIAO NEXT
             AT END MOVE "99" TO WM-FILE-STATUS
           END-READ.

      *****************************************************************
      * CARREGA OS ENDERECOS DA FILA DE EXCECOES DA DISTRIBUICAO QUE *
      * FICARAM SEM VENDEDOR AO ALCANCE, COM AS COORDENADAS DO       *
      * ENDERECO DE ENTREGA (OU DO CLIENTE, QUANDO NAO TEM), A       *
      * REGIAO, A EMPRESA E O LIMITE DE DISTANCIA DO CLIENTE.        *
      *****************************************************************
       100-CARREGAR-EXCECOES.
           MOVE "N"   TO W-FIM-ARQUIVO
           MOVE ZEROS TO W-ULTIMO-CLIENTE

           OPEN INPUT ARQ-EXCECAO
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-ENDERECO

           IF WE-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-ARQUIVO
           ELSE
              READ ARQ-EXCECAO
                AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
           END-IF

           PERFORM 110-TRATAR-EXCECAO UNTIL W-FIM-ARQUIVO = "S"

           CLOSE ARQ-ENDERECO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-EXCECAO.

       110-TRATAR-EXCECAO.
           IF EXCECAO-DISTRIBUICAO
              AND (E-MOTIVO EQUAL TO "DISTANCIA ACIMA DO LIMITE MAXIMO"
                   OR E-MOTIVO EQUAL TO "SEM VENDEDOR CADASTRADO")
              ADD 1 TO W-QTD-EXCECOES
              PERFORM 120-LOCALIZAR-ENDERECO

              EVALUATE TRUE
                WHEN W-ACHOU-CLIENTE NOT EQUAL TO "S"
                   CONTINUE
                WHEN W-LATITUDE-PONTO EQUAL TO ZEROS
                     AND W-LONGITUDE-PONTO EQUAL TO ZEROS
                   ADD 1 TO W-QTD-SEM-COORDENADAS
                WHEN W-QTD-PONTOS NOT LESS THAN 3000
                   ADD 1 TO W-QTD-FORA-TABELA
                WHEN OTHER
                   PERFORM 130-GUARDAR-PONTO
              END-EVALUATE
           END-IF

           READ ARQ-EXCECAO
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       120-LOCALIZAR-ENDERECO.
           MOVE "N"   TO W-ACHOU-CLIENTE
           MOVE ZEROS TO W-LATITUDE-PONTO, W-LONGITUDE-PONTO

           MOVE E-COD-CLIENTE TO COD-CLIENTE
           READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

           IF WC-FILE-STATUS EQUAL TO "00"
              MOVE "S" TO W-ACHOU-CLIENTE

              IF COD-REGIAO-CLIENTE NUMERIC
                 MOVE COD-REGIAO-CLIENTE TO W-COD-REGIAO
              ELSE
                 MOVE ZEROS TO W-COD-REGIAO
              END-IF

              IF COD-EMPRESA-CLIENTE NUMERIC
                 AND COD-EMPRESA-CLIENTE GREATER THAN ZEROS
                 MOVE COD-EMPRESA-CLIENTE TO W-COD-EMPRESA
              ELSE
                 MOVE 1 TO W-COD-EMPRESA
              END-IF

              MOVE LATITUDE-CLIENTE  TO W-LATITUDE-PONTO
              MOVE LONGITUDE-CLIENTE TO W-LONGITUDE-PONTO

              IF E-NUM-ENDERECO GREATER THAN ZEROS
                 MOVE E-COD-CLIENTE  TO END-COD-CLIENTE
                 MOVE E-NUM-ENDERECO TO END-NUM-ENDERECO
                 READ ARQ-ENDERECO RECORD KEY IS END-CHAVE

                 IF WX-FILE-STATUS EQUAL TO "00"
                    MOVE END-LATITUDE  TO W-LATITUDE-PONTO
                    MOVE END-LONGITUDE TO W-LONGITUDE-PONTO
                 END-IF
              END-IF
           END-IF.

       130-GUARDAR-PONTO.
           ADD 1 TO W-QTD-PONTOS

           MOVE E-COD-CLIENTE     TO W-PT-CLIENTE(W-QTD-PONTOS)
           MOVE W-COD-REGIAO      TO W-PT-REGIAO(W-QTD-PONTOS)
           MOVE W-COD-EMPRESA     TO W-PT-EMPRESA(W-QTD-PONTOS)
           MOVE W-LATITUDE-PONTO  TO W-PT-LATITUDE(W-QTD-PONTOS)
           MOVE W-LONGITUDE-PONTO TO W-PT-LONGITUDE(W-QTD-PONTOS)
           MOVE ZEROS             TO W-PT-VENDAS(W-QTD-PONTOS)
           MOVE ZEROS             TO W-PT-GRUPO(W-QTD-PONTOS)

           IF W-COD-REGIAO GREATER THAN ZEROS
              AND W-DREG-TEM-PARAMETRO(W-COD-REGIAO) = "S"
              MOVE W-DREG-DISTANCIA(W-COD-REGIAO)
                TO W-PT-LIMITE(W-QTD-PONTOS)
           ELSE
              MOVE W-DISTANCIA-MAXIMA TO W-PT-LIMITE(W-QTD-PONTOS)
           END-IF

      * A FILA VEM NA ORDEM DE CLIENTE, COM OS ENDERECOS DE UM MESMO
      * CLIENTE JUNTOS.
           IF E-COD-CLIENTE EQUAL TO W-ULTIMO-CLIENTE
              MOVE "N" TO W-PT-PRIMEIRO(W-QTD-PONTOS)
           ELSE
              MOVE "S" TO W-PT-PRIMEIRO(W-QTD-PONTOS)
           END-IF

           MOVE E-COD-CLIENTE TO W-ULTIMO-CLIENTE.

      * VENDA ACUMULADA: SOMA O VALOR DOS PEDIDOS NAO CANCELADOS DE
      * CADA CLIENTE EM EXCECAO, LENDO SO OS PEDIDOS DELE PELA CHAVE
      * ALTERNADA DE CLIENTE.
       200-SOMAR-VENDAS.
           IF W-QTD-PONTOS GREATER THAN ZEROS
              OPEN INPUT ARQ-PEDIDO

              IF WP-FILE-STATUS EQUAL "00"
                 PERFORM 210-SOMAR-CLIENTE
                   VARYING W-IND-PONTO FROM 1 BY 1
                   UNTIL W-IND-PONTO GREATER THAN W-QTD-PONTOS

                 CLOSE ARQ-PEDIDO
              END-IF
           END-IF.

      * A VENDA DO CLIENTE FICA NO SEU PRIMEIRO ENDERECO.
       210-SOMAR-CLIENTE.
           IF W-PT-PRIMEIRO(W-IND-PONTO) EQUAL TO "S"
              MOVE "N" TO W-FIM-ARQUIVO
              MOVE W-PT-CLIENTE(W-IND-PONTO) TO P-COD-CLIENTE
              START ARQ-PEDIDO KEY IS EQUAL TO P-COD-CLIENTE

              IF WP-FILE-STATUS NOT EQUAL "00"
                 MOVE "S" TO W-FIM-ARQUIVO
              ELSE
                 READ ARQ-PEDIDO NEXT
                   AT END MOVE "S" TO W-FIM-ARQUIVO
                 END-READ
              END-IF

              PERFORM 220-SOMAR-PEDIDO UNTIL W-FIM-ARQUIVO = "S"
           END-IF.

       220-SOMAR-PEDIDO.
           IF P-COD-CLIENTE NOT EQUAL TO W-PT-CLIENTE(W-IND-PONTO)
              MOVE "S" TO W-FIM-ARQUIVO
           ELSE
              IF NOT PEDIDO-CANCELADO
                 AND P-VALOR-PEDIDO NUMERIC
                 ADD P-VALOR-PEDIDO TO W-PT-VENDAS(W-IND-PONTO)
              END-IF

              READ ARQ-PEDIDO NEXT
                AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
           END-IF.

      *****************************************************************
      * AGRUPAMENTO: CADA ENDERECO ENTRA NO GRUPO DE CENTRO MAIS     *
      * PROXIMO DA MESMA REGIAO E EMPRESA, SE O CENTRO ESTIVER       *
      * DENTRO DO LIMITE DE DISTANCIA DO CLIENTE; SENAO ABRE UM      *
      * GRUPO NOVO. O CENTRO E RECALCULADO A CADA ENDERECO.          *
      *****************************************************************
       300-FORMAR-GRUPOS.
           PERFORM 310-AGRUPAR-PONTO
             VARYING W-IND-PONTO FROM 1 BY 1
             UNTIL W-IND-PONTO GREATER THAN W-QTD-PONTOS.

       310-AGRUPAR-PONTO.
           MOVE ZEROS     TO W-GRUPO-ESCOLHIDO
           MOVE 999999999 TO W-MENOR-DISTANCIA

           PERFORM 320-MEDIR-GRUPO
             VARYING W-IND-GRUPO FROM 1 BY 1
             UNTIL W-IND-GRUPO GREATER THAN W-QTD-GRUPOS

           IF W-GRUPO-ESCOLHIDO EQUAL TO ZEROS
              AND W-QTD-GRUPOS LESS THAN 500
              ADD  1 TO W-QTD-GRUPOS
              MOVE W-QTD-GRUPOS TO W-GRUPO-ESCOLHIDO
              MOVE W-PT-REGIAO(W-IND-PONTO)
                TO W-GR-REGIAO(W-GRUPO-ESCOLHIDO)
              MOVE W-PT-EMPRESA(W-IND-PONTO)
                TO W-GR-EMPRESA(W-GRUPO-ESCOLHIDO)
              MOVE ZEROS TO W-GR-SOMA-LATITUDE(W-GRUPO-ESCOLHIDO)
                            W-GR-SOMA-LONGITUDE(W-GRUPO-ESCOLHIDO)
                            W-GR-QTD-ENDERECOS(W-GRUPO-ESCOLHIDO)
                            W-GR-QTD-CLIENTES(W-GRUPO-ESCOLHIDO)
                            W-GR-VENDAS(W-GRUPO-ESCOLHIDO)
                            W-GR-QTD-RESOLVE(W-GRUPO-ESCOLHIDO)
              MOVE "N" TO W-GR-IMPRESSO(W-GRUPO-ESCOLHIDO)
           END-IF

           IF W-GRUPO-ESCOLHIDO GREATER THAN ZEROS
              PERFORM 330-INCLUIR-NO-GRUPO
           ELSE
              ADD 1 TO W-QTD-FORA-TABELA
           END-IF.

       320-MEDIR-GRUPO.
           IF W-GR-REGIAO(W-IND-GRUPO) EQUAL TO W-PT-REGIAO(W-IND-PONTO)
              AND W-GR-EMPRESA(W-IND-GRUPO)
                  EQUAL TO W-PT-EMPRESA(W-IND-PONTO)
              MOVE W-PT-LATITUDE(W-IND-PONTO)   TO W-LATITUDE-1
              MOVE W-PT-LONGITUDE(W-IND-PONTO)  TO W-LONGITUDE-1
              MOVE W-GR-LATITUDE(W-IND-GRUPO)   TO W-LATITUDE-2
              MOVE W-GR-LONGITUDE(W-IND-GRUPO)  TO W-LONGITUDE-2
              PERFORM 900-CALCULAR-DISTANCIA

              IF W-CALC-DISTANCIA NOT GREATER THAN
                 W-PT-LIMITE(W-IND-PONTO)
                 AND W-CALC-DISTANCIA LESS THAN W-MENOR-DISTANCIA
                 MOVE W-CALC-DISTANCIA TO W-MENOR-DISTANCIA
                 MOVE W-IND-GRUPO      TO W-GRUPO-ESCOLHIDO
              END-IF
           END-IF.

       330-INCLUIR-NO-GRUPO.
           MOVE W-GRUPO-ESCOLHIDO TO W-PT-GRUPO(W-IND-PONTO)

           ADD 1 TO W-GR-QTD-ENDERECOS(W-GRUPO-ESCOLHIDO)
           ADD W-PT-LATITUDE(W-IND-PONTO)
             TO W-GR-SOMA-LATITUDE(W-GRUPO-ESCOLHIDO)
           ADD W-PT-LONGITUDE(W-IND-PONTO)
             TO W-GR-SOMA-LONGITUDE(W-GRUPO-ESCOLHIDO)

           IF W-PT-PRIMEIRO(W-IND-PONTO) EQUAL TO "S"
              ADD 1 TO W-GR-QTD-CLIENTES(W-GRUPO-ESCOLHIDO)
              ADD W-PT-VENDAS(W-IND-PONTO)
                TO W-GR-VENDAS(W-GRUPO-ESCOLHIDO)
           END-IF

           COMPUTE W-GR-LATITUDE(W-GRUPO-ESCOLHIDO) ROUNDED =
                   W-GR-SOMA-LATITUDE(W-GRUPO-ESCOLHIDO)
                   / W-GR-QTD-ENDERECOS(W-GRUPO-ESCOLHIDO)
           COMPUTE W-GR-LONGITUDE(W-GRUPO-ESCOLHIDO) ROUNDED =
                   W-GR-SOMA-LONGITUDE(W-GRUPO-ESCOLHIDO)
                   / W-GR-QTD-ENDERECOS(W-GRUPO-ESCOLHIDO).

      *****************************************************************
      * QUANTAS EXCECOES UM VENDEDOR NOVO NO CENTRO DO GRUPO         *
      * RESOLVERIA: AS MESMAS REGRAS DA DISTRIBUICAO (MESMA EMPRESA, *
      * REGIAO IGUAL OU UM DOS LADOS SEM REGIAO, DISTANCIA DENTRO DO *
      * LIMITE DO CLIENTE), CONTANDO TODOS OS ENDERECOS EM EXCECAO,  *
      * INCLUSIVE OS DE OUTROS GRUPOS.                               *
      *****************************************************************
       400-CONTAR-RESOLVIDAS.
           PERFORM 410-CONTAR-GRUPO
             VARYING W-IND-GRUPO FROM 1 BY 1
             UNTIL W-IND-GRUPO GREATER THAN W-QTD-GRUPOS.

       410-CONTAR-GRUPO.
           PERFORM 420-AVALIAR-PONTO
             VARYING W-IND-PONTO FROM 1 BY 1
             UNTIL W-IND-PONTO GREATER THAN W-QTD-PONTOS.

       420-AVALIAR-PONTO.
           IF W-PT-EMPRESA(W-IND-PONTO) EQUAL TO
              W-GR-EMPRESA(W-IND-GRUPO)
              AND (W-PT-REGIAO(W-IND-PONTO) EQUAL TO ZEROS
                   OR W-GR-REGIAO(W-IND-GRUPO) EQUAL TO ZEROS
                   OR W-PT-REGIAO(W-IND-PONTO) EQUAL TO
                      W-GR-REGIAO(W-IND-GRUPO))
              MOVE W-PT-LATITUDE(W-IND-PONTO)   TO W-LATITUDE-1
              MOVE W-PT-LONGITUDE(W-IND-PONTO)  TO W-LONGITUDE-1
              MOVE W-GR-LATITUDE(W-IND-GRUPO)   TO W-LATITUDE-2
              MOVE W-GR-LONGITUDE(W-IND-GRUPO)  TO W-LONGITUDE-2
              PERFORM 900-CALCULAR-DISTANCIA

              IF W-CALC-DISTANCIA NOT GREATER THAN
                 W-PT-LIMITE(W-IND-PONTO)
                 ADD 1 TO W-GR-QTD-RESOLVE(W-IND-GRUPO)
              END-IF
           END-IF.

      * IMPRIME OS GRUPOS DO QUE MAIS RESOLVE PARA O QUE MENOS
      * RESOLVE (EMPATE: MAIOR VENDA ACUMULADA).
       500-IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-COBERTURA
           OPEN INPUT  ARQ-REGIAO

           WRITE REL-COBERTURA-LINHA FROM W-CABECALHO-1
           WRITE REL-COBERTURA-LINHA FROM W-CABECALHO-2
           MOVE SPACES TO REL-COBERTURA-LINHA
           WRITE REL-COBERTURA-LINHA
           WRITE REL-COBERTURA-LINHA FROM W-COLUNAS-1

           MOVE ZEROS TO W-ORDEM-GRUPO
           PERFORM 510-IMPRIMIR-PROXIMO-GRUPO W-QTD-GRUPOS TIMES

           MOVE SPACES TO REL-COBERTURA-LINHA
           WRITE REL-COBERTURA-LINHA

           MOVE "EXCECOES SEM VENDEDOR AO ALCANCE" TO W-LT-DESCRICAO
           MOVE W-QTD-EXCECOES             TO W-LT-QUANTIDADE
           WRITE REL-COBERTURA-LINHA FROM W-LINHA-TOTAL

           MOVE "ENDERECOS AGRUPADOS"      TO W-LT-DESCRICAO
           MOVE W-QTD-PONTOS               TO W-LT-QUANTIDADE
           WRITE REL-COBERTURA-LINHA FROM W-LINHA-TOTAL

           MOVE "GRUPOS FORMADOS"          TO W-LT-DESCRICAO
           MOVE W-QTD-GRUPOS               TO W-LT-QUANTIDADE
           WRITE REL-COBERTURA-LINHA FROM W-LINHA-TOTAL

           MOVE "ENDERECOS SEM COORDENADAS" TO W-LT-DESCRICAO
           MOVE W-QTD-SEM-COORDENADAS      TO W-LT-QUANTIDADE
           WRITE REL-COBERTURA-LINHA FROM W-LINHA-TOTAL

           IF W-QTD-FORA-TABELA GREATER THAN ZEROS
              MOVE "NAO ANALISADOS (TABELA CHEIA)" TO W-LT-DESCRICAO
              MOVE W-QTD-FORA-TABELA       TO W-LT-QUANTIDADE
              WRITE REL-COBERTURA-LINHA FROM W-LINHA-TOTAL
           END-IF

           WRITE REL-COBERTURA-LINHA FROM W-NOTA-SEM-REGIAO

           CLOSE ARQ-REGIAO
           CLOSE REL-COBERTURA.

       510-IMPRIMIR-PROXIMO-GRUPO.
           MOVE ZEROS TO W-GRUPO-ESCOLHIDO
           MOVE -1    TO W-MAIOR-RESOLVE

           PERFORM 520-ESCOLHER-GRUPO
             VARYING W-IND-GRUPO FROM 1 BY 1
             UNTIL W-IND-GRUPO GREATER THAN W-QTD-GRUPOS

           IF W-GRUPO-ESCOLHIDO GREATER THAN ZEROS
              MOVE "S" TO W-GR-IMPRESSO(W-GRUPO-ESCOLHIDO)
              ADD  1   TO W-ORDEM-GRUPO
              PERFORM 530-IMPRIMIR-GRUPO
           END-IF.

       520-ESCOLHER-GRUPO.
           IF W-GR-IMPRESSO(W-IND-GRUPO) NOT EQUAL TO "S"
              EVALUATE TRUE
                WHEN W-GR-QTD-RESOLVE(W-IND-GRUPO) GREATER THAN
                     W-MAIOR-RESOLVE
                   MOVE W-GR-QTD-RESOLVE(W-IND-GRUPO)
                     TO W-MAIOR-RESOLVE
                   MOVE W-IND-GRUPO TO W-GRUPO-ESCOLHIDO
                WHEN W-GR-QTD-RESOLVE(W-IND-GRUPO) EQUAL TO
                     W-MAIOR-RESOLVE
                     AND W-GR-VENDAS(W-IND-GRUPO) GREATER THAN
                         W-GR-VENDAS(W-GRUPO-ESCOLHIDO)
                   MOVE W-IND-GRUPO TO W-GRUPO-ESCOLHIDO
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.

       530-IMPRIMIR-GRUPO.
           MOVE W-ORDEM-GRUPO TO W-D-GRUPO
           MOVE W-GR-REGIAO(W-GRUPO-ESCOLHIDO) TO W-D-REGIAO

           PERFORM 540-BUSCAR-NOME-REGIAO

           MOVE W-GR-EMPRESA(W-GRUPO-ESCOLHIDO)       TO W-D-EMPRESA
           MOVE W-GR-QTD-CLIENTES(W-GRUPO-ESCOLHIDO)  TO W-D-CLIENTES
           MOVE W-GR-QTD-ENDERECOS(W-GRUPO-ESCOLHIDO) TO W-D-ENDERECOS
           MOVE W-GR-VENDAS(W-GRUPO-ESCOLHIDO)        TO W-D-VENDAS
           MOVE W-GR-QTD-RESOLVE(W-GRUPO-ESCOLHIDO)   TO W-D-RESOLVE
           WRITE REL-COBERTURA-LINHA FROM W-DETALHE-1

           MOVE W-GR-LATITUDE(W-GRUPO-ESCOLHIDO)  TO W-D-LATITUDE
           MOVE W-GR-LONGITUDE(W-GRUPO-ESCOLHIDO) TO W-D-LONGITUDE

           IF W-GR-REGIAO(W-GRUPO-ESCOLHIDO) GREATER THAN ZEROS
              AND W-DREG-TEM-PARAMETRO(W-GR-REGIAO(W-GRUPO-ESCOLHIDO))
                  = "S"
              COMPUTE W-D-LIMITE =
                 W-DREG-DISTANCIA(W-GR-REGIAO(W-GRUPO-ESCOLHIDO)) / 1000
           ELSE
              COMPUTE W-D-LIMITE = W-DISTANCIA-MAXIMA / 1000
           END-IF

           WRITE REL-COBERTURA-LINHA FROM W-DETALHE-2.

       540-BUSCAR-NOME-REGIAO.
           MOVE SPACES TO W-D-NOME-REGIAO

           IF W-GR-REGIAO(W-GRUPO-ESCOLHIDO) EQUAL TO ZEROS
              MOVE "SEM REGIAO" TO W-D-NOME-REGIAO
           ELSE
              MOVE W-GR-REGIAO(W-GRUPO-ESCOLHIDO) TO RG-COD-REGIAO
              READ ARQ-REGIAO RECORD KEY IS RG-COD-REGIAO

              IF WG-FILE-STATUS EQUAL TO "00"
                 MOVE RG-NOME TO W-D-NOME-REGIAO
              ELSE
                 MOVE "** NAO CADASTRADA **" TO W-D-NOME-REGIAO
              END-IF
           END-IF.

      * DISTANCIA EM METROS ENTRE (W-LATITUDE-1, W-LONGITUDE-1) E
      * (W-LATITUDE-2, W-LONGITUDE-2), COM A MESMA FORMULA E O MESMO
      * RAIO DA DISTRIBUICAO, PARA QUE O LIMITE SIGNIFIQUE O MESMO.
       900-CALCULAR-DISTANCIA.
           COMPUTE W-LATITUDE-1 = W-LATITUDE-1
                                * FUNCTION PI
                                / 180

           COMPUTE W-LATITUDE-2 = W-LATITUDE-2
                                * FUNCTION PI
                                / 180

           COMPUTE W-LONGITUDE-1 = W-LONGITUDE-1
                                * FUNCTION PI
                                / 180

           COMPUTE W-LONGITUDE-2 = W-LONGITUDE-2
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

       990-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM REPORTCOBERTURA.
