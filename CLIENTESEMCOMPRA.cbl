       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CLIENTESEMCOMPRA AS "CLIENTESEMCOMPRA".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * CLIENTES SEM COMPRA: PARA CADA CLIENTE ATIVO, LOCALIZA O     *
      * ULTIMO PEDIDO NAO CANCELADO E CONTA OS DIAS DESDE ELE. O     *
      * CLIENTE QUE PASSOU DO LIMITE DE DIAS DA SUA CLASSE (VER      *
      * CTL-DIAS-SEM-COMPRA EM CONTROLE.CPY; PADRAO A = 60, B = 90,  *
      * C = 120; CLASSE EM BRANCO OU DESCONHECIDA USA O DA C) E      *
      * LISTADO EM RELCLIENTESEMCOMPRA, AGRUPADO PELO VENDEDOR DO    *
      * ENDERECO PRINCIPAL (CADDISTRIBUICAO), COM A DATA E O VALOR   *
      * DA ULTIMA COMPRA.                                            *
      * CLIENTE QUE NUNCA COMPROU E CONTADO A PARTIR DA ULTIMA       *
      * ALTERACAO DO CADASTRO, PARA QUE UM CLIENTE RECEM-CADASTRADO  *
      * NAO APARECA NA PRIMEIRA NOITE.                               *
      * OS CLIENTES APONTADOS TAMBEM ENTRAM NA FILA DE EXCECOES      *
      * (CADEXCECAO, ORIGEM "R", VER EXCECAO.CPY) PEDINDO REATIVACAO *
      * OU INATIVACAO. A CADA EXECUCAO AS EXCECOES "R" SAO REFEITAS: *
      * SAEM AS DE CLIENTES QUE VOLTARAM A COMPRAR, E A MARCACAO DE  *
      * TRATADA E PRESERVADA PARA OS QUE CONTINUAM SEM COMPRA. AS    *
      * EXCECOES DA DISTRIBUICAO NAO SAO TOCADAS.                    *
      * E EXECUTADO COMO PASSO DO LOTE NOTURNO, DEPOIS DA            *
      * DISTRIBUICAO, QUE RECRIA A FILA DE EXCECOES.                 *
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

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WV-FILE-STATUS.

           SELECT ARQ-EXCECAO   ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WE-FILE-STATUS.

           SELECT ARQ-CONTROLE  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WT-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT TB-COMPRA     ASSIGN TO DISK.

           SELECT TB-RELATORIO  ASSIGN TO DISK.

      * CLIENTES APONTADOS, GRAVADOS NA SAIDA DO PRIMEIRO SORT (EM
      * ORDEM DE CLIENTE) E LIDOS PARA A FILA DE EXCECOES E PARA O
      * SORT DO RELATORIO.
           SELECT WRK-SEM-COMPRA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W1-FILE-STATUS.

      * EXCECOES DE OUTRAS ORIGENS, GUARDADAS ENQUANTO A FILA E
      * RECRIADA.
           SELECT WRK-EXCECAO   ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS W2-FILE-STATUS.

           SELECT REL-SEM-COMPRA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-EXCECAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadExcecao'.
       COPY "EXCECAO.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadControleDistribuicao'.
       COPY "CONTROLE.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

      * TIPO "1" = CLIENTE ATIVO, "2" = PEDIDO NAO CANCELADO. CADA
      * CLIENTE CHEGA ANTES DOS SEUS PEDIDOS, E OS PEDIDOS DO MAIS
      * RECENTE PARA O MAIS ANTIGO.
       SD  TB-COMPRA.
       01  TS-COMPRA-REG.
           03 TS-COD-CLIENTE      PIC  9(007).
           03 TS-TIPO             PIC  X(001).
           03 TS-DATA-PEDIDO      PIC  9(008).
           03 TS-VALOR-PEDIDO     PIC  9(009)V9(002).
           03 TS-COD-VENDEDOR     PIC  9(003).
           03 TS-CLASSE-CLIENTE   PIC  X(001).
           03 TS-RAZAO-SOCIAL     PIC  X(040).
           03 TS-DATA-ALTERACAO   PIC  9(008).

       SD  TB-RELATORIO.
       01  TR-RELATORIO-REG.
           03 TR-COD-VENDEDOR     PIC  9(003).
           03 TR-DIAS             PIC  9(005).
           03 TR-COD-CLIENTE      PIC  9(007).
           03 TR-CLASSE-CLIENTE   PIC  X(001).
           03 TR-RAZAO-SOCIAL     PIC  X(040).
           03 TR-DATA-ULTIMA      PIC  9(008).
           03 TR-VALOR-ULTIMA     PIC  9(009)V9(002).
           03 TR-LIMITE           PIC  9(004).

       FD  WRK-SEM-COMPRA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'wrkClienteSemCompra'.
       01  WRK-SEM-COMPRA-REG.
           03 WK-COD-CLIENTE      PIC  9(007).
           03 WK-COD-VENDEDOR     PIC  9(003).
           03 WK-CLASSE-CLIENTE   PIC  X(001).
           03 WK-RAZAO-SOCIAL     PIC  X(040).
      * ZEROS = CLIENTE SEM NENHUM PEDIDO.
           03 WK-DATA-ULTIMA      PIC  9(008).
           03 WK-VALOR-ULTIMA     PIC  9(009)V9(002).
           03 WK-DIAS             PIC  9(005).
           03 WK-LIMITE           PIC  9(004).
           03 FILLER              PIC  X(001).

       FD  WRK-EXCECAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'wrkExcecaoSemCompra'.
       01  WRK-EXCECAO-LINHA      PIC  X(080).

       FD  REL-SEM-COMPRA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relClienteSemCompra'.
       01  REL-SEM-COMPRA-LINHA   PIC  X(080).

       WORKING-STORAGE SECTION.
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WD-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WV-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WE-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W1-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W2-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
      * "S" QUANDO CHAMADO PELO LOTE NOTURNO (VER SESSAO.CPY).
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
      * "S" QUANDO O CADASTRO DE DISTRIBUICAO PODE SER CONSULTADO.
       77 W-TEM-DISTRIBUICAO      PIC  X(001) VALUE "N".
      * "S" QUANDO O CADASTRO DE VENDEDORES PODE SER CONSULTADO.
       77 W-TEM-VENDEDOR          PIC  X(001) VALUE "N".
       77 W-FIM-ARQUIVO           PIC  X(001) VALUE "N".
       77 W-FIM-COMPRA            PIC  X(001) VALUE "N".
       77 W-FIM-RELATORIO         PIC  X(001) VALUE "N".
       77 W-PRIMEIRO-REGISTRO     PIC  X(001) VALUE "S".
       77 W-DATA-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-DIAS-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-DIAS-DATA             PIC  9(008) VALUE ZEROS.
       77 W-DATA-BASE             PIC  9(008) VALUE ZEROS.

      * LIMITE DE DIAS SEM COMPRA DE CADA CLASSE JA COM OS PADROES
      * APLICADOS; CLASSE EM BRANCO OU DESCONHECIDA USA O DA C.
       77 W-LIMITE-A              PIC  9(004) VALUE 60.
       77 W-LIMITE-B              PIC  9(004) VALUE 90.
       77 W-LIMITE-C              PIC  9(004) VALUE 120.

      * CLIENTE ATIVO EM ANALISE NA SAIDA DO PRIMEIRO SORT.
       77 W-TEM-CLIENTE           PIC  X(001) VALUE "N".
       01  W-CLIENTE-ATUAL.
           03 W-CLI-COD-CLIENTE   PIC  9(007).
           03 W-CLI-COD-VENDEDOR  PIC  9(003).
           03 W-CLI-CLASSE        PIC  X(001).
           03 W-CLI-RAZAO-SOCIAL  PIC  X(040).
           03 W-CLI-DATA-ALTERACAO PIC 9(008).
           03 W-CLI-DATA-ULTIMA   PIC  9(008).
           03 W-CLI-VALOR-ULTIMA  PIC  9(009)V9(002).
           03 W-CLI-DIAS          PIC  9(005).
           03 W-CLI-LIMITE        PIC  9(004).

      * MARCACOES DE TRATADA DAS EXCECOES "R" DA EXECUCAO ANTERIOR,
      * PRESERVADAS PARA OS CLIENTES QUE CONTINUAM SEM COMPRA.
       01  W-TABELA-MARCACAO.
           03 W-MAR-REGISTRO      OCCURS 9999 TIMES
                                  INDEXED BY W-IDX-MARCACAO.
              05 W-MAR-COD-CLIENTE    PIC 9(007).
              05 W-MAR-RESOLVIDO      PIC X(001).
              05 W-MAR-DATA           PIC 9(008).
              05 W-MAR-USUARIO        PIC X(020).
       77 W-QTD-MARCACAO          PIC  9(004) VALUE ZEROS.

       01  W-MOTIVO-DIAS.
           03 FILLER              PIC  X(014) VALUE "SEM PEDIDO HA ".
           03 W-MOT-DIAS          PIC  9(004).
           03 FILLER              PIC  X(016) VALUE " DIAS - REATIVAR".
           03 FILLER              PIC  X(006) VALUE SPACES.
       01  W-MOTIVO-NUNCA         PIC  X(040) VALUE
           "NENHUM PEDIDO REGISTRADO - REATIVAR".

      * VENDEDOR CORRENTE NA QUEBRA DO RELATORIO.
       77 W-VENDEDOR-ATUAL        PIC  9(003) VALUE ZEROS.

      * TOTAIS DO VENDEDOR CORRENTE E DA VARREDURA.
       77 W-VEN-CLIENTES          PIC  9(005) VALUE ZEROS.
       77 W-QTD-ATIVOS            PIC  9(007) VALUE ZEROS.
       77 W-QTD-SEM-COMPRA        PIC  9(007) VALUE ZEROS.
       77 W-QTD-NUNCA             PIC  9(007) VALUE ZEROS.
       77 W-QTD-TRATADAS          PIC  9(007) VALUE ZEROS.

       01  W-DATA-EDITADA.
           03 W-DE-DIA            PIC  X(002).
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-DE-MES            PIC  X(002).
           03 FILLER              PIC  X(001) VALUE "/".
           03 W-DE-ANO            PIC  X(004).

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(025) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "CLIENTES ATIVOS SEM COMPRA".

       01  W-CABECALHO-3.
           03 FILLER              PIC  X(012) VALUE "DATA:".
           03 W-CAB-DATA          PIC  99999999.
           03 FILLER              PIC  X(023) VALUE
              "   LIMITE EM DIAS".
           03 FILLER              PIC  X(004) VALUE " A:".
           03 W-CAB-LIMITE-A      PIC  ZZZ9.
           03 FILLER              PIC  X(004) VALUE " B:".
           03 W-CAB-LIMITE-B      PIC  ZZZ9.
           03 FILLER              PIC  X(004) VALUE " C:".
           03 W-CAB-LIMITE-C      PIC  ZZZ9.

       01  W-CAB-VENDEDOR.
           03 FILLER              PIC  X(010) VALUE "VENDEDOR: ".
           03 W-CV-VENDEDOR       PIC  ZZ9.
           03 FILLER              PIC  X(003) VALUE " - ".
           03 W-CV-NOME           PIC  X(040).

       01  W-COLUNAS.
           03 FILLER              PIC  X(008) VALUE "CLIENTE".
           03 FILLER              PIC  X(026) VALUE "RAZAO SOCIAL".
           03 FILLER              PIC  X(003) VALUE "CL".
           03 FILLER              PIC  X(011) VALUE "ULT.COMPRA".
           03 FILLER              PIC  X(015) VALUE
              "          VALOR".
           03 FILLER              PIC  X(006) VALUE "  DIAS".
           03 FILLER              PIC  X(007) VALUE " LIMITE".

       01  W-DETALHE.
           03 W-D-CLIENTE         PIC  ZZZZZZ9.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-RAZAO-SOCIAL    PIC  X(025).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-CLASSE          PIC  X(001).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-DATA-ULTIMA     PIC  X(010).
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-VALOR-ULTIMA    PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER              PIC  X(001) VALUE SPACES.
           03 W-D-DIAS            PIC  ZZZZ9.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 W-D-LIMITE          PIC  ZZZ9.

       01  W-TOTAL-VENDEDOR.
           03 FILLER              PIC  X(030) VALUE
              "   CLIENTES DO VENDEDOR......:".
           03 W-TV-CLIENTES       PIC  ZZZZ9.

       01  W-RODAPE-1.
           03 FILLER              PIC  X(030) VALUE
              "CLIENTES ATIVOS ANALISADOS...:".
           03 W-R-ATIVOS          PIC  ZZZZZZ9.

       01  W-RODAPE-2.
           03 FILLER              PIC  X(030) VALUE
              "CLIENTES SEM COMPRA..........:".
           03 W-R-SEM-COMPRA      PIC  ZZZZZZ9.

       01  W-RODAPE-3.
           03 FILLER              PIC  X(030) VALUE
              "  SEM NENHUM PEDIDO..........:".
           03 W-R-NUNCA           PIC  ZZZZZZ9.

       01  W-RODAPE-4.
           03 FILLER              PIC  X(030) VALUE
              "  JA TRATADOS NA FILA........:".
           03 W-R-TRATADAS        PIC  ZZZZZZ9.

       01  W-NENHUM-CLIENTE.
           03 FILLER              PIC  X(040) VALUE
              "** NENHUM CLIENTE ATIVO SEM COMPRA **".

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE
           "CLIENTES SEM COMPRA".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE
           'relClienteSemCompra'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-MODO-LOTE

           MOVE FUNCTION CURRENT-DATE(1:8)  TO W-DATA-HOJE
           COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)

           PERFORM 010-LER-CONTROLE

           OPEN OUTPUT WRK-SEM-COMPRA

           SORT TB-COMPRA
                ON ASCENDING  KEY TS-COD-CLIENTE
                                  TS-TIPO
                   DESCENDING KEY TS-DATA-PEDIDO
                INPUT PROCEDURE 100-SELECIONAR-COMPRAS
                OUTPUT PROCEDURE 200-APURAR-ULTIMA-COMPRA

           CLOSE WRK-SEM-COMPRA

           PERFORM 300-ATUALIZAR-EXCECOES

           OPEN OUTPUT REL-SEM-COMPRA
           PERFORM 050-IMPRIMIR-CABECALHO

           IF W-QTD-SEM-COMPRA EQUAL TO ZEROS
              WRITE REL-SEM-COMPRA-LINHA FROM W-NENHUM-CLIENTE
           ELSE
              SORT TB-RELATORIO
                   ON ASCENDING  KEY TR-COD-VENDEDOR
                      DESCENDING KEY TR-DIAS
                      ASCENDING  KEY TR-COD-CLIENTE
                   INPUT PROCEDURE 400-SELECIONAR-RELATORIO
                   OUTPUT PROCEDURE 500-IMPRIMIR-RELATORIO
           END-IF

           PERFORM 060-IMPRIMIR-TOTAIS

           CLOSE REL-SEM-COMPRA

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
           END-IF.

      * LIMITES POR CLASSE DO REGISTRO DE CONTROLE; ZEROS FICA COM O
      * PADRAO DA CLASSE.
       010-LER-CONTROLE.
           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WT-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF

           IF CTL-DIAS-SEM-COMPRA NOT NUMERIC
              MOVE ZEROS TO CTL-DIAS-SEM-COMPRA
           END-IF

           IF CTL-PESOS-SCORECARD NOT NUMERIC
              MOVE ZEROS TO CTL-PESOS-SCORECARD
           END-IF

           IF CTL-DIAS-SEM-COMPRA-A GREATER THAN ZEROS
              MOVE CTL-DIAS-SEM-COMPRA-A TO W-LIMITE-A
           END-IF

           IF CTL-DIAS-SEM-COMPRA-B GREATER THAN ZEROS
              MOVE CTL-DIAS-SEM-COMPRA-B TO W-LIMITE-B
           END-IF

           IF CTL-DIAS-SEM-COMPRA-C GREATER THAN ZEROS
              MOVE CTL-DIAS-SEM-COMPRA-C TO W-LIMITE-C
           END-IF.

       050-IMPRIMIR-CABECALHO.
           MOVE W-DATA-HOJE TO W-CAB-DATA
           MOVE W-LIMITE-A  TO W-CAB-LIMITE-A
           MOVE W-LIMITE-B  TO W-CAB-LIMITE-B
           MOVE W-LIMITE-C  TO W-CAB-LIMITE-C

           WRITE REL-SEM-COMPRA-LINHA FROM W-CABECALHO-1
           WRITE REL-SEM-COMPRA-LINHA FROM W-CABECALHO-2
           WRITE REL-SEM-COMPRA-LINHA FROM W-CABECALHO-3.

       060-IMPRIMIR-TOTAIS.
           MOVE W-QTD-ATIVOS     TO W-R-ATIVOS
           MOVE W-QTD-SEM-COMPRA TO W-R-SEM-COMPRA
           MOVE W-QTD-NUNCA      TO W-R-NUNCA
           MOVE W-QTD-TRATADAS   TO W-R-TRATADAS

           MOVE SPACES TO REL-SEM-COMPRA-LINHA
           WRITE REL-SEM-COMPRA-LINHA
           WRITE REL-SEM-COMPRA-LINHA FROM W-RODAPE-1
           WRITE REL-SEM-COMPRA-LINHA FROM W-RODAPE-2
           WRITE REL-SEM-COMPRA-LINHA FROM W-RODAPE-3
           WRITE REL-SEM-COMPRA-LINHA FROM W-RODAPE-4.

      *****************************************************************
      * ENTRADA DO PRIMEIRO SORT: OS CLIENTES ATIVOS, COM O VENDEDOR *
      * DO ENDERECO PRINCIPAL, E OS PEDIDOS NAO CANCELADOS.          *
      *****************************************************************
       100-SELECIONAR-COMPRAS.
           OPEN INPUT ARQ-DISTRIBUICAO

           IF WD-FILE-STATUS EQUAL "00"
              MOVE "S" TO W-TEM-DISTRIBUICAO
           END-IF

           OPEN INPUT ARQ-CLIENTE

           IF WC-FILE-STATUS EQUAL "00"
              MOVE "N" TO W-FIM-ARQUIVO
              READ ARQ-CLIENTE NEXT
                   AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
              PERFORM 110-LIBERAR-CLIENTE
                UNTIL W-FIM-ARQUIVO EQUAL TO "S"
              CLOSE ARQ-CLIENTE
           END-IF

           IF W-TEM-DISTRIBUICAO EQUAL TO "S"
              CLOSE ARQ-DISTRIBUICAO
           END-IF

           OPEN INPUT ARQ-PEDIDO

           IF WP-FILE-STATUS EQUAL "00"
              MOVE "N" TO W-FIM-ARQUIVO
              READ ARQ-PEDIDO NEXT
                   AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
              PERFORM 120-LIBERAR-PEDIDO
                UNTIL W-FIM-ARQUIVO EQUAL TO "S"
              CLOSE ARQ-PEDIDO
           END-IF.

       110-LIBERAR-CLIENTE.
           IF CLIENTE-ATIVO
              ADD 1 TO W-QTD-ATIVOS

              MOVE COD-CLIENTE                  TO TS-COD-CLIENTE
              MOVE "1"                          TO TS-TIPO
              MOVE ZEROS                        TO TS-DATA-PEDIDO
              MOVE ZEROS                        TO TS-VALOR-PEDIDO
              MOVE CLASSE-CLIENTE               TO TS-CLASSE-CLIENTE
              MOVE RAZAO-SOCIAL                 TO TS-RAZAO-SOCIAL
              MOVE DATA-ALTERACAO-CLIENTE(1:8)  TO TS-DATA-ALTERACAO
              MOVE ZEROS                        TO TS-COD-VENDEDOR

              IF W-TEM-DISTRIBUICAO EQUAL TO "S"
                 MOVE COD-CLIENTE TO D-COD-CLIENTE
                 MOVE ZEROS       TO D-NUM-ENDERECO
                 READ ARQ-DISTRIBUICAO
                 IF WD-FILE-STATUS EQUAL "00"
                    MOVE D-COD-VENDEDOR TO TS-COD-VENDEDOR
                 END-IF
              END-IF

              RELEASE TS-COMPRA-REG
           END-IF

           READ ARQ-CLIENTE NEXT
                AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       120-LIBERAR-PEDIDO.
           IF NOT PEDIDO-CANCELADO
              MOVE P-COD-CLIENTE  TO TS-COD-CLIENTE
              MOVE "2"            TO TS-TIPO
              MOVE P-DATA-PEDIDO  TO TS-DATA-PEDIDO
              MOVE P-VALOR-PEDIDO TO TS-VALOR-PEDIDO
              MOVE ZEROS          TO TS-COD-VENDEDOR
              MOVE SPACES         TO TS-CLASSE-CLIENTE
              MOVE SPACES         TO TS-RAZAO-SOCIAL
              MOVE ZEROS          TO TS-DATA-ALTERACAO
              RELEASE TS-COMPRA-REG
           END-IF

           READ ARQ-PEDIDO NEXT
                AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

      *****************************************************************
      * SAIDA DO PRIMEIRO SORT: O PRIMEIRO PEDIDO DEPOIS DO CLIENTE  *
      * E O ULTIMO QUE ELE FEZ; PEDIDOS DO MESMO DIA SOMAM NO VALOR  *
      * DA ULTIMA COMPRA. PEDIDOS DE CLIENTES NAO ATIVOS SAO         *
      * IGNORADOS.                                                   *
      *****************************************************************
       200-APURAR-ULTIMA-COMPRA.
           MOVE "N" TO W-FIM-COMPRA
           MOVE "N" TO W-TEM-CLIENTE

           RETURN TB-COMPRA
                  AT END MOVE "S" TO W-FIM-COMPRA
           END-RETURN

           PERFORM 210-TRATAR-COMPRA
             UNTIL W-FIM-COMPRA EQUAL TO "S"

           IF W-TEM-CLIENTE EQUAL TO "S"
              PERFORM 220-AVALIAR-CLIENTE
           END-IF.

       210-TRATAR-COMPRA.
           IF TS-TIPO EQUAL TO "1"
              IF W-TEM-CLIENTE EQUAL TO "S"
                 PERFORM 220-AVALIAR-CLIENTE
              END-IF

              MOVE "S"               TO W-TEM-CLIENTE
              MOVE TS-COD-CLIENTE    TO W-CLI-COD-CLIENTE
              MOVE TS-COD-VENDEDOR   TO W-CLI-COD-VENDEDOR
              MOVE TS-CLASSE-CLIENTE TO W-CLI-CLASSE
              MOVE TS-RAZAO-SOCIAL   TO W-CLI-RAZAO-SOCIAL
              MOVE TS-DATA-ALTERACAO TO W-CLI-DATA-ALTERACAO
              MOVE ZEROS             TO W-CLI-DATA-ULTIMA
              MOVE ZEROS             TO W-CLI-VALOR-ULTIMA
           ELSE
              IF W-TEM-CLIENTE EQUAL TO "S"
                 AND TS-COD-CLIENTE EQUAL TO W-CLI-COD-CLIENTE
                 IF W-CLI-DATA-ULTIMA EQUAL TO ZEROS
                    MOVE TS-DATA-PEDIDO TO W-CLI-DATA-ULTIMA
                 END-IF
                 IF TS-DATA-PEDIDO EQUAL TO W-CLI-DATA-ULTIMA
                    ADD TS-VALOR-PEDIDO TO W-CLI-VALOR-ULTIMA
                 END-IF
              END-IF
           END-IF

           RETURN TB-COMPRA
                  AT END MOVE "S" TO W-FIM-COMPRA
           END-RETURN.

      * DIAS DESDE A ULTIMA COMPRA (OU, SEM PEDIDO, DESDE A ULTIMA
      * ALTERACAO DO CADASTRO) CONTRA O LIMITE DA CLASSE. CADASTRO
      * SEM DATA DE ALTERACAO CONTA COMO ANTIGO; DATA INVALIDA OU
      * FUTURA NAO PERMITE A CONTA E O CLIENTE NAO E APONTADO.
       220-AVALIAR-CLIENTE.
           EVALUATE W-CLI-CLASSE
              WHEN "A"
                 MOVE W-LIMITE-A TO W-CLI-LIMITE
              WHEN "B"
                 MOVE W-LIMITE-B TO W-CLI-LIMITE
              WHEN OTHER
                 MOVE W-LIMITE-C TO W-CLI-LIMITE
           END-EVALUATE

           IF W-CLI-DATA-ULTIMA GREATER THAN ZEROS
              MOVE W-CLI-DATA-ULTIMA TO W-DATA-BASE
           ELSE
              MOVE W-CLI-DATA-ALTERACAO TO W-DATA-BASE
           END-IF

           MOVE ZEROS TO W-DIAS-DATA
           MOVE 99999 TO W-CLI-DIAS

           IF W-DATA-BASE GREATER THAN ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD(W-DATA-BASE) EQUAL ZEROS
                 COMPUTE W-DIAS-DATA =
                         FUNCTION INTEGER-OF-DATE(W-DATA-BASE)
              END-IF
              IF W-DIAS-DATA GREATER THAN ZEROS
                 AND W-DIAS-DATA NOT GREATER THAN W-DIAS-HOJE
                 COMPUTE W-CLI-DIAS = W-DIAS-HOJE - W-DIAS-DATA
              ELSE
                 MOVE ZEROS TO W-CLI-DIAS
              END-IF
           END-IF

           IF W-CLI-DIAS GREATER THAN W-CLI-LIMITE
              ADD 1 TO W-QTD-SEM-COMPRA
              IF W-CLI-DATA-ULTIMA EQUAL TO ZEROS
                 ADD 1 TO W-QTD-NUNCA
              END-IF

              MOVE SPACES             TO WRK-SEM-COMPRA-REG
              MOVE W-CLI-COD-CLIENTE  TO WK-COD-CLIENTE
              MOVE W-CLI-COD-VENDEDOR TO WK-COD-VENDEDOR
              MOVE W-CLI-CLASSE       TO WK-CLASSE-CLIENTE
              MOVE W-CLI-RAZAO-SOCIAL TO WK-RAZAO-SOCIAL
              MOVE W-CLI-DATA-ULTIMA  TO WK-DATA-ULTIMA
              MOVE W-CLI-VALOR-ULTIMA TO WK-VALOR-ULTIMA
              MOVE W-CLI-DIAS         TO WK-DIAS
              MOVE W-CLI-LIMITE       TO WK-LIMITE
              WRITE WRK-SEM-COMPRA-REG
           END-IF.

      *****************************************************************
      * REFAZ AS EXCECOES "R" DA FILA: AS DEMAIS SAO GUARDADAS E     *
      * DEVOLVIDAS COMO ESTAVAM, E CADA CLIENTE APONTADO GANHA UMA   *
      * EXCECAO NO ENDERECO PRINCIPAL, COM A MARCACAO DE TRATADA DA  *
      * EXECUCAO ANTERIOR QUANDO HOUVER.                             *
      *****************************************************************
       300-ATUALIZAR-EXCECOES.
           MOVE ZEROS TO W-QTD-MARCACAO

           OPEN OUTPUT WRK-EXCECAO
           OPEN INPUT ARQ-EXCECAO

           IF WE-FILE-STATUS EQUAL "00"
              MOVE "N" TO W-FIM-ARQUIVO
              READ ARQ-EXCECAO
                   AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
              PERFORM 310-GUARDAR-EXCECAO
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
           PERFORM 320-DEVOLVER-EXCECAO
             UNTIL W-FIM-ARQUIVO EQUAL TO "S"
           CLOSE WRK-EXCECAO

           OPEN INPUT WRK-SEM-COMPRA
           MOVE "N" TO W-FIM-ARQUIVO
           READ WRK-SEM-COMPRA
                AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ
           PERFORM 330-GRAVAR-EXCECAO
             UNTIL W-FIM-ARQUIVO EQUAL TO "S"
           CLOSE WRK-SEM-COMPRA

           CLOSE ARQ-EXCECAO.

       310-GUARDAR-EXCECAO.
           IF EXCECAO-REATIVACAO
              IF EXCECAO-RESOLVIDA
                 AND W-QTD-MARCACAO < 9999
                 ADD 1 TO W-QTD-MARCACAO
                 MOVE E-COD-CLIENTE
                   TO W-MAR-COD-CLIENTE(W-QTD-MARCACAO)
                 MOVE E-RESOLVIDO
                   TO W-MAR-RESOLVIDO(W-QTD-MARCACAO)
                 MOVE E-DATA-RESOLUCAO
                   TO W-MAR-DATA(W-QTD-MARCACAO)
                 MOVE E-USUARIO-RESOLUCAO
                   TO W-MAR-USUARIO(W-QTD-MARCACAO)
              END-IF
           ELSE
              WRITE WRK-EXCECAO-LINHA FROM ARQ-EXCECAO-REG
           END-IF

           READ ARQ-EXCECAO
                AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       320-DEVOLVER-EXCECAO.
           MOVE WRK-EXCECAO-LINHA TO ARQ-EXCECAO-REG
           WRITE ARQ-EXCECAO-REG

           READ WRK-EXCECAO
                AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       330-GRAVAR-EXCECAO.
           MOVE WK-COD-CLIENTE TO E-COD-CLIENTE
           MOVE ZEROS          TO E-NUM-ENDERECO
           MOVE "R"            TO E-ORIGEM
           MOVE "N"            TO E-RESOLVIDO
           MOVE ZEROS          TO E-DATA-RESOLUCAO
           MOVE SPACES         TO E-USUARIO-RESOLUCAO

           IF WK-DATA-ULTIMA EQUAL TO ZEROS
              MOVE W-MOTIVO-NUNCA TO E-MOTIVO
           ELSE
              IF WK-DIAS GREATER THAN 9999
                 MOVE 9999 TO W-MOT-DIAS
              ELSE
                 MOVE WK-DIAS TO W-MOT-DIAS
              END-IF
              MOVE W-MOTIVO-DIAS TO E-MOTIVO
           END-IF

           IF W-QTD-MARCACAO GREATER THAN ZEROS
              SET W-IDX-MARCACAO TO 1
              SEARCH W-MAR-REGISTRO
                 AT END
                    CONTINUE
                 WHEN W-IDX-MARCACAO > W-QTD-MARCACAO
                    CONTINUE
                 WHEN W-MAR-COD-CLIENTE(W-IDX-MARCACAO)
                      EQUAL TO WK-COD-CLIENTE
                    MOVE W-MAR-RESOLVIDO(W-IDX-MARCACAO)
                      TO E-RESOLVIDO
                    MOVE W-MAR-DATA(W-IDX-MARCACAO)
                      TO E-DATA-RESOLUCAO
                    MOVE W-MAR-USUARIO(W-IDX-MARCACAO)
                      TO E-USUARIO-RESOLUCAO
                    ADD 1 TO W-QTD-TRATADAS
              END-SEARCH
           END-IF

           WRITE ARQ-EXCECAO-REG

           READ WRK-SEM-COMPRA
                AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

      *****************************************************************
      * ENTRADA DO SORT DO RELATORIO: OS CLIENTES APONTADOS, POR     *
      * VENDEDOR E DO MAIS PARADO PARA O MENOS PARADO.               *
      *****************************************************************
       400-SELECIONAR-RELATORIO.
           OPEN INPUT WRK-SEM-COMPRA
           MOVE "N" TO W-FIM-ARQUIVO
           READ WRK-SEM-COMPRA
                AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ
           PERFORM 410-LIBERAR-RELATORIO
             UNTIL W-FIM-ARQUIVO EQUAL TO "S"
           CLOSE WRK-SEM-COMPRA.

       410-LIBERAR-RELATORIO.
           MOVE WK-COD-VENDEDOR   TO TR-COD-VENDEDOR
           MOVE WK-DIAS           TO TR-DIAS
           MOVE WK-COD-CLIENTE    TO TR-COD-CLIENTE
           MOVE WK-CLASSE-CLIENTE TO TR-CLASSE-CLIENTE
           MOVE WK-RAZAO-SOCIAL   TO TR-RAZAO-SOCIAL
           MOVE WK-DATA-ULTIMA    TO TR-DATA-ULTIMA
           MOVE WK-VALOR-ULTIMA   TO TR-VALOR-ULTIMA
           MOVE WK-LIMITE         TO TR-LIMITE
           RELEASE TR-RELATORIO-REG

           READ WRK-SEM-COMPRA
                AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

      *****************************************************************
      * SAIDA DO SORT DO RELATORIO: UM BLOCO POR VENDEDOR, COM O     *
      * TOTAL DE CLIENTES SEM COMPRA DA CARTEIRA.                    *
      *****************************************************************
       500-IMPRIMIR-RELATORIO.
           OPEN INPUT ARQ-VENDEDOR

           IF WV-FILE-STATUS EQUAL "00"
              MOVE "S" TO W-TEM-VENDEDOR
           END-IF

           MOVE "N" TO W-FIM-RELATORIO
           MOVE "S" TO W-PRIMEIRO-REGISTRO

           RETURN TB-RELATORIO
                  AT END MOVE "S" TO W-FIM-RELATORIO
           END-RETURN

           PERFORM 510-IMPRIMIR-CLIENTE
             UNTIL W-FIM-RELATORIO EQUAL TO "S"

           IF W-PRIMEIRO-REGISTRO EQUAL TO "N"
              PERFORM 530-IMPRIMIR-TOTAL-VENDEDOR
           END-IF

           IF W-TEM-VENDEDOR EQUAL TO "S"
              CLOSE ARQ-VENDEDOR
           END-IF.

       510-IMPRIMIR-CLIENTE.
           IF W-PRIMEIRO-REGISTRO EQUAL TO "S"
              OR TR-COD-VENDEDOR NOT EQUAL TO W-VENDEDOR-ATUAL
              IF W-PRIMEIRO-REGISTRO EQUAL TO "N"
                 PERFORM 530-IMPRIMIR-TOTAL-VENDEDOR
              END-IF
              MOVE "N" TO W-PRIMEIRO-REGISTRO
              MOVE TR-COD-VENDEDOR TO W-VENDEDOR-ATUAL
              PERFORM 520-IMPRIMIR-CAB-VENDEDOR
           END-IF

           ADD 1 TO W-VEN-CLIENTES

           MOVE TR-COD-CLIENTE    TO W-D-CLIENTE
           MOVE TR-RAZAO-SOCIAL   TO W-D-RAZAO-SOCIAL
           MOVE TR-CLASSE-CLIENTE TO W-D-CLASSE
           MOVE TR-VALOR-ULTIMA   TO W-D-VALOR-ULTIMA
           MOVE TR-DIAS           TO W-D-DIAS
           MOVE TR-LIMITE         TO W-D-LIMITE

           IF TR-DATA-ULTIMA EQUAL TO ZEROS
              MOVE "NUNCA" TO W-D-DATA-ULTIMA
           ELSE
              MOVE TR-DATA-ULTIMA(7:2) TO W-DE-DIA
              MOVE TR-DATA-ULTIMA(5:2) TO W-DE-MES
              MOVE TR-DATA-ULTIMA(1:4) TO W-DE-ANO
              MOVE W-DATA-EDITADA      TO W-D-DATA-ULTIMA
           END-IF

           WRITE REL-SEM-COMPRA-LINHA FROM W-DETALHE

           RETURN TB-RELATORIO
                  AT END MOVE "S" TO W-FIM-RELATORIO
           END-RETURN.

       520-IMPRIMIR-CAB-VENDEDOR.
           MOVE ZEROS            TO W-VEN-CLIENTES
           MOVE W-VENDEDOR-ATUAL TO W-CV-VENDEDOR
           MOVE SPACES           TO W-CV-NOME

           IF W-VENDEDOR-ATUAL EQUAL TO ZEROS
              MOVE "SEM VENDEDOR ATRIBUIDO" TO W-CV-NOME
           ELSE
              IF W-TEM-VENDEDOR EQUAL TO "S"
                 MOVE W-VENDEDOR-ATUAL TO COD-VENDEDOR
                 READ ARQ-VENDEDOR
                 IF WV-FILE-STATUS EQUAL "00"
                    MOVE NOME-VENDEDOR TO W-CV-NOME
                 END-IF
              END-IF
           END-IF

           MOVE SPACES TO REL-SEM-COMPRA-LINHA
           WRITE REL-SEM-COMPRA-LINHA
           WRITE REL-SEM-COMPRA-LINHA FROM W-CAB-VENDEDOR
           WRITE REL-SEM-COMPRA-LINHA FROM W-COLUNAS.

       530-IMPRIMIR-TOTAL-VENDEDOR.
           MOVE W-VEN-CLIENTES TO W-TV-CLIENTES
           WRITE REL-SEM-COMPRA-LINHA FROM W-TOTAL-VENDEDOR.

       900-REGISTRAR-SPOOL.
           CALL "SPOOLREG" USING W-SPOOL-NOME,
                                 W-SPOOL-ARQUIVO,
                                 W-SPOOL-PARAMETROS
             ON EXCEPTION
                CONTINUE
           END-CALL.

       END PROGRAM CLIENTESEMCOMPRA.
