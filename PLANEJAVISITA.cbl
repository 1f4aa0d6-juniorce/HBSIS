       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PLANEJAVISITA AS "PLANEJAVISITA".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * PLANEJAMENTO DE VISITAS: DISTRIBUI A CARTEIRA DE CADA        *
      * VENDEDOR (ATRIBUICOES VIGENTES EM CADDISTRIBUICAO) PELOS     *
      * DIAS UTEIS DAS QUATRO SEMANAS QUE COMECAM NA SEGUNDA-FEIRA   *
      * DA SEMANA CORRENTE, E GRAVA O PLANO EM CADVISITAPLANEJADA    *
      * (VER VISITAPLANO.CPY).                                       *
      * CADA CLIENTE E VISITADO A CADA N SEMANAS, CONFORME A CLASSE  *
      * (VER CTL-FREQ-VISITA EM CONTROLE.CPY; PADRAO A = 1, B = 2,   *
      * C = 4). A SEMANA DA VISITA E ESCOLHIDA ENTRE AS FASES DO     *
      * INTERVALO PELA MENOR CARGA JA PLANEJADA, CONTANDO AS SEMANAS *
      * PELO CALENDARIO INTERNO, PARA QUE O MESMO CLIENTE CAIA NAS   *
      * MESMAS SEMANAS DE UMA EXECUCAO PARA OUTRA; DENTRO DA SEMANA, *
      * VAI PARA O DIA LIVRE MENOS CARREGADO.                        *
      * DIA LIVRE E DIA UTIL (NAO E DOMINGO NEM FERIADO CADASTRADO,  *
      * A MESMA REGRA DO LOTE NOTURNO) FORA DOS PERIODOS DE AUSENCIA *
      * DO VENDEDOR (VER AUSENCIA.CPY). SEMANA SEM DIA LIVRE DEIXA A *
      * VISITA SEM DATA, CONTADA NO RELATORIO.                       *
      * O PLANO E REFEITO A PARTIR DE HOJE; DIAS JA PASSADOS FICAM   *
      * COMO ESTAVAM, PARA A ADERENCIA DELES. O RESUMO SAI EM        *
      * RELPLANOVISITA. E EXECUTADO COMO PASSO DO LOTE NOTURNO,      *
      * LOGO DEPOIS DA DISTRIBUICAO.                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DISTRIBUICAO ASSIGN TO DISK
                  ORGANIZATION     IS INDEXED
                  ACCESS MODE      IS SEQUENTIAL
                  RECORD  KEY      IS D-CHAVE
                  FILE STATUS      IS WD-FILE-STATUS.

           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLIENTE
                  ALTERNATE RECORD KEY IS CNPJ
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WC-FILE-STATUS.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WV-FILE-STATUS.

           SELECT ARQ-FERIADO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FE-DATA
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT ARQ-AUSENCIA  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AU-CHAVE
                  FILE STATUS   IS WA-FILE-STATUS.

           SELECT ARQ-VISITA-PLANO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS VP-CHAVE
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-CONTROLE  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WT-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT TB-CARTEIRA   ASSIGN TO DISK.

           SELECT REL-PLANO     ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadDistribuicao'.
       COPY "DISTRIBUICAO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCliente'.
       COPY "CLIENTE.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-FERIADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadFeriado'.
       COPY "FERIADO.CPY".

       FD  ARQ-AUSENCIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadAusenciaVendedor'.
       COPY "AUSENCIA.CPY".

       FD  ARQ-VISITA-PLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVisitaPlanejada'.
       COPY "VISITAPLANO.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadControleDistribuicao'.
       COPY "CONTROLE.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       SD  TB-CARTEIRA.
       01  TC-CARTEIRA-REG.
           03 TC-COD-VENDEDOR     PIC  9(003).
           03 TC-COD-CLIENTE      PIC  9(007).
           03 TC-NUM-ENDERECO     PIC  9(003).
           03 TC-CLASSE-CLIENTE   PIC  X(001).

       FD  REL-PLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relPlanoVisita'.
       01  REL-PLANO-LINHA        PIC  X(080).

       WORKING-STORAGE SECTION.
       77 WD-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WV-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WF-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WA-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
      * "S" QUANDO CHAMADO PELO LOTE NOTURNO (VER SESSAO.CPY).
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
      * "S" QUANDO O PLANO PODE SER GRAVADO.
       77 W-TEM-PLANO             PIC  X(001) VALUE "N".
      * "S" QUANDO O CADASTRO DE AUSENCIAS PODE SER CONSULTADO.
       77 W-TEM-AUSENCIA          PIC  X(001) VALUE "N".
      * "S" QUANDO O CALENDARIO DE FERIADOS PODE SER CONSULTADO.
       77 W-TEM-FERIADO           PIC  X(001) VALUE "N".
       77 W-FIM-ARQUIVO           PIC  X(001) VALUE "N".
       77 W-FIM-CARTEIRA          PIC  X(001) VALUE "N".
       77 W-FIM-AUSENCIA          PIC  X(001) VALUE "N".
       77 W-PRIMEIRO-REGISTRO     PIC  X(001) VALUE "S".
       77 W-VENDEDOR-ATUAL        PIC  9(003) VALUE ZEROS.
       77 W-DATA-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-DIAS-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-DIA-SEMANA            PIC  9(001) VALUE ZEROS.
       77 W-DATA-PLANO            PIC  9(014) VALUE ZEROS.

      * HORIZONTE DO PLANO: QUATRO SEMANAS A PARTIR DA SEGUNDA-FEIRA
      * DA SEMANA CORRENTE. W-SEMANA-BASE E O NUMERO DA PRIMEIRA
      * SEMANA NO CALENDARIO INTERNO (O DIA 1, 01/01/1601, FOI UMA
      * SEGUNDA), USADO PARA FIXAR AS FASES DE CADA INTERVALO.
       77 W-DIAS-INICIO           PIC  9(008) VALUE ZEROS.
       77 W-DATA-INICIO           PIC  9(008) VALUE ZEROS.
       77 W-DATA-FIM              PIC  9(008) VALUE ZEROS.
       77 W-SEMANA-BASE           PIC  9(007) VALUE ZEROS.
       77 W-QTD-DIAS              PIC  9(002) VALUE 28.
       77 W-QTD-SEMANAS           PIC  9(001) VALUE 4.

       01  W-TABELA-DIAS.
           03 W-DIA-REGISTRO      OCCURS 28 TIMES.
              05 W-DIA-DATA       PIC  9(008).
      * "S" = DIA UTIL PELO CALENDARIO (NAO E DOMINGO NEM FERIADO).
              05 W-DIA-UTIL       PIC  X(001).
      * "S" = DIA UTIL EM QUE O VENDEDOR CORRENTE NAO ESTA AUSENTE.
              05 W-DIA-LIVRE      PIC  X(001).
              05 W-DIA-CARGA      PIC  9(005).
       01  W-TABELA-SEMANAS.
           03 W-SEM-CARGA         PIC  9(005) OCCURS 4 TIMES.
       77 W-IDX-DIA               PIC  9(002) VALUE ZEROS.
       77 W-IDX-SEMANA            PIC  9(001) VALUE ZEROS.
       77 W-PRIMEIRO-DIA          PIC  9(002) VALUE ZEROS.
       77 W-ULTIMO-DIA            PIC  9(002) VALUE ZEROS.
       77 W-MELHOR-DIA            PIC  9(002) VALUE ZEROS.
       77 W-MENOR-CARGA-DIA       PIC  9(005) VALUE ZEROS.

      * INTERVALO EM SEMANAS DE CADA CLASSE JA COM OS PADROES
      * APLICADOS; CLASSE EM BRANCO OU DESCONHECIDA USA O DA C.
       77 W-FREQ-A                PIC  9(002) VALUE 1.
       77 W-FREQ-B                PIC  9(002) VALUE 2.
       77 W-FREQ-C                PIC  9(002) VALUE 4.
       77 W-FREQ                  PIC  9(002) VALUE ZEROS.
       77 W-FASE                  PIC  9(002) VALUE ZEROS.
       77 W-FASE-SEMANA           PIC  9(002) VALUE ZEROS.
       77 W-MELHOR-FASE           PIC  9(002) VALUE ZEROS.
       77 W-CARGA-FASE            PIC  9(007) VALUE ZEROS.
       77 W-MENOR-CARGA-FASE      PIC  9(007) VALUE ZEROS.

      * TOTAIS DO VENDEDOR CORRENTE E DO PLANEJAMENTO.
       77 W-VEN-CLIENTES          PIC  9(005) VALUE ZEROS.
       77 W-VEN-VISITAS           PIC  9(005) VALUE ZEROS.
       77 W-VEN-SEM-DIA           PIC  9(005) VALUE ZEROS.
       77 W-VEN-DIAS-LIVRES       PIC  9(002) VALUE ZEROS.
       77 W-QTD-VENDEDORES        PIC  9(005) VALUE ZEROS.
       77 W-QTD-CLIENTES          PIC  9(007) VALUE ZEROS.
       77 W-QTD-VISITAS           PIC  9(007) VALUE ZEROS.
       77 W-QTD-SEM-DIA           PIC  9(007) VALUE ZEROS.
       77 W-QTD-REMOVIDAS         PIC  9(007) VALUE ZEROS.

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
              "HBSIS - Prova COBOL".

       01  W-CABECALHO-2.
           03 FILLER              PIC  X(025) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "PLANEJAMENTO DE VISITAS".

       01  W-CABECALHO-3.
           03 FILLER              PIC  X(012) VALUE "HORIZONTE:".
           03 W-CAB-INICIO        PIC  99999999.
           03 FILLER              PIC  X(003) VALUE " A ".
           03 W-CAB-FIM           PIC  99999999.
           03 FILLER              PIC  X(024) VALUE
              "   SEMANAS ENTRE VISITAS".
           03 FILLER              PIC  X(004) VALUE " A:".
           03 W-CAB-FREQ-A        PIC  Z9.
           03 FILLER              PIC  X(004) VALUE " B:".
           03 W-CAB-FREQ-B        PIC  Z9.
           03 FILLER              PIC  X(004) VALUE " C:".
           03 W-CAB-FREQ-C        PIC  Z9.

       01  W-COLUNAS.
           03 FILLER              PIC  X(005) VALUE "VEN".
           03 FILLER              PIC  X(031) VALUE "NOME".
           03 FILLER              PIC  X(011) VALUE "DIAS LIVRES".
           03 FILLER              PIC  X(010) VALUE "  CARTEIRA".
           03 FILLER              PIC  X(010) VALUE "   VISITAS".
           03 FILLER              PIC  X(010) VALUE "   SEM DIA".

       01  W-DETALHE.
           03 W-D-VENDEDOR        PIC  ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-NOME            PIC  X(030).
           03 FILLER              PIC  X(010) VALUE SPACES.
           03 W-D-DIAS-LIVRES     PIC  Z9.
           03 FILLER              PIC  X(005) VALUE SPACES.
           03 W-D-CLIENTES        PIC  ZZZZ9.
           03 FILLER              PIC  X(005) VALUE SPACES.
           03 W-D-VISITAS         PIC  ZZZZ9.
           03 FILLER              PIC  X(005) VALUE SPACES.
           03 W-D-SEM-DIA         PIC  ZZZZ9.

       01  W-RODAPE-1.
           03 FILLER              PIC  X(030) VALUE
              "VENDEDORES PLANEJADOS........:".
           03 W-R-VENDEDORES      PIC  ZZZZZZ9.

       01  W-RODAPE-2.
           03 FILLER              PIC  X(030) VALUE
              "ENDERECOS NA CARTEIRA........:".
           03 W-R-CLIENTES        PIC  ZZZZZZ9.

       01  W-RODAPE-3.
           03 FILLER              PIC  X(030) VALUE
              "VISITAS PLANEJADAS...........:".
           03 W-R-VISITAS         PIC  ZZZZZZ9.

       01  W-RODAPE-4.
           03 FILLER              PIC  X(030) VALUE
              "VISITAS SEM DIA LIVRE........:".
           03 W-R-SEM-DIA         PIC  ZZZZZZ9.

       01  W-RODAPE-5.
           03 FILLER              PIC  X(030) VALUE
              "VISITAS REPLANEJADAS.........:".
           03 W-R-REMOVIDAS       PIC  ZZZZZZ9.

       01  W-SEM-PLANO.
           03 FILLER              PIC  X(040) VALUE
              "** PLANO DE VISITAS NAO PODE SER GRAVADO".
           03 FILLER              PIC  X(003) VALUE " **".

      * REGISTRO DESTE RELATORIO NO CATALOGO DE SPOOL (VER
      * SPOOL.CPY).
       01  W-SPOOL-NOME           PIC  X(020) VALUE "PLANO DE VISITAS".
       01  W-SPOOL-ARQUIVO        PIC  X(030) VALUE 'relPlanoVisita'.
       01  W-SPOOL-PARAMETROS     PIC  X(040) VALUE SPACES.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-MODO-LOTE

           MOVE FUNCTION CURRENT-DATE(1:8)  TO W-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-DATA-PLANO
           COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)

           PERFORM 010-LER-CONTROLE
           PERFORM 020-MONTAR-CALENDARIO

           OPEN OUTPUT REL-PLANO
           PERFORM 050-IMPRIMIR-CABECALHO

           PERFORM 030-ABRIR-PLANO

           IF W-TEM-PLANO EQUAL TO "S"
              PERFORM 040-LIMPAR-PLANO

              SORT TB-CARTEIRA
                   ON ASCENDING KEY TC-COD-VENDEDOR
                                    TC-COD-CLIENTE
                                    TC-NUM-ENDERECO
                   INPUT PROCEDURE 100-SELECIONAR-CARTEIRA
                   OUTPUT PROCEDURE 200-PLANEJAR-VISITAS

              CLOSE ARQ-VISITA-PLANO

              PERFORM 060-IMPRIMIR-TOTAIS
              PERFORM 070-GRAVAR-CONTROLE
           ELSE
              WRITE REL-PLANO-LINHA FROM W-SEM-PLANO
           END-IF

           CLOSE REL-PLANO

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

      * INTERVALOS POR CLASSE DO REGISTRO DE CONTROLE; ZEROS OU
      * VALOR FORA DE 1 A 4 FICA COM O PADRAO DA CLASSE.
       010-LER-CONTROLE.
           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WT-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF

           PERFORM 950-SANEAR-CONTROLE

           IF CTL-FREQ-VISITA-A GREATER THAN ZEROS
              AND CTL-FREQ-VISITA-A NOT GREATER THAN 4
              MOVE CTL-FREQ-VISITA-A TO W-FREQ-A
           END-IF

           IF CTL-FREQ-VISITA-B GREATER THAN ZEROS
              AND CTL-FREQ-VISITA-B NOT GREATER THAN 4
              MOVE CTL-FREQ-VISITA-B TO W-FREQ-B
           END-IF

           IF CTL-FREQ-VISITA-C GREATER THAN ZEROS
              AND CTL-FREQ-VISITA-C NOT GREATER THAN 4
              MOVE CTL-FREQ-VISITA-C TO W-FREQ-C
           END-IF.

      * MONTA OS 28 DIAS DO HORIZONTE A PARTIR DA SEGUNDA-FEIRA DA
      * SEMANA CORRENTE, MARCANDO OS DIAS UTEIS.
       020-MONTAR-CALENDARIO.
           COMPUTE W-DIA-SEMANA =
                   FUNCTION MOD(W-DIAS-HOJE - 1, 7) + 1

           COMPUTE W-DIAS-INICIO = W-DIAS-HOJE - W-DIA-SEMANA + 1
           COMPUTE W-SEMANA-BASE = (W-DIAS-INICIO - 1) / 7

           OPEN INPUT ARQ-FERIADO

           IF WF-FILE-STATUS EQUAL TO "00"
              MOVE "S" TO W-TEM-FERIADO
           END-IF

           PERFORM 025-MONTAR-DIA
             VARYING W-IDX-DIA FROM 1 BY 1
               UNTIL W-IDX-DIA GREATER THAN W-QTD-DIAS

           IF W-TEM-FERIADO EQUAL TO "S"
              CLOSE ARQ-FERIADO
           END-IF

           MOVE W-DIA-DATA(1)          TO W-DATA-INICIO
           MOVE W-DIA-DATA(W-QTD-DIAS) TO W-DATA-FIM.

       025-MONTAR-DIA.
           COMPUTE W-DIA-DATA(W-IDX-DIA) =
                   FUNCTION DATE-OF-INTEGER(W-DIAS-INICIO
                                            + W-IDX-DIA - 1)
           MOVE "S"   TO W-DIA-UTIL(W-IDX-DIA)
           MOVE ZEROS TO W-DIA-CARGA(W-IDX-DIA)

      * O HORIZONTE COMECA NUMA SEGUNDA: O SETIMO DIA DE CADA
      * SEMANA E O DOMINGO.
           IF FUNCTION MOD(W-IDX-DIA, 7) EQUAL TO ZEROS
              MOVE "N" TO W-DIA-UTIL(W-IDX-DIA)
           ELSE
              IF W-TEM-FERIADO EQUAL TO "S"
                 MOVE W-DIA-DATA(W-IDX-DIA) TO FE-DATA
                 READ ARQ-FERIADO RECORD KEY IS FE-DATA

                 IF WF-FILE-STATUS EQUAL TO "00"
                    MOVE "N" TO W-DIA-UTIL(W-IDX-DIA)
                 END-IF
              END-IF
           END-IF

           MOVE W-DIA-UTIL(W-IDX-DIA) TO W-DIA-LIVRE(W-IDX-DIA).

      * NA PRIMEIRA EXECUCAO O PLANO AINDA NAO EXISTE E E CRIADO
      * VAZIO.
       030-ABRIR-PLANO.
           OPEN I-O ARQ-VISITA-PLANO

           IF WP-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-VISITA-PLANO
              CLOSE ARQ-VISITA-PLANO
              OPEN I-O ARQ-VISITA-PLANO
           END-IF

           IF WP-FILE-STATUS EQUAL TO "00"
              MOVE "S" TO W-TEM-PLANO
           END-IF.

      * REMOVE AS VISITAS PLANEJADAS DE HOJE EM DIANTE; ELAS SAO
      * REFEITAS COM A CARTEIRA E O CALENDARIO ATUAIS.
       040-LIMPAR-PLANO.
           MOVE "N" TO W-FIM-ARQUIVO

           MOVE LOW-VALUES TO VP-CHAVE
           START ARQ-VISITA-PLANO KEY IS NOT LESS THAN VP-CHAVE

           IF WP-FILE-STATUS EQUAL TO "00"
              READ ARQ-VISITA-PLANO NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
           ELSE
              MOVE "S" TO W-FIM-ARQUIVO
           END-IF

           PERFORM 045-LIMPAR-VISITA UNTIL W-FIM-ARQUIVO = "S"

           MOVE "00" TO WP-FILE-STATUS.

       045-LIMPAR-VISITA.
           IF VP-DATA-VISITA NOT LESS THAN W-DATA-HOJE
              DELETE ARQ-VISITA-PLANO RECORD
              ADD 1 TO W-QTD-REMOVIDAS
           END-IF

           READ ARQ-VISITA-PLANO NEXT RECORD
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       050-IMPRIMIR-CABECALHO.
           MOVE W-DATA-INICIO TO W-CAB-INICIO
           MOVE W-DATA-FIM    TO W-CAB-FIM
           MOVE W-FREQ-A      TO W-CAB-FREQ-A
           MOVE W-FREQ-B      TO W-CAB-FREQ-B
           MOVE W-FREQ-C      TO W-CAB-FREQ-C

           WRITE REL-PLANO-LINHA FROM W-CABECALHO-1
           WRITE REL-PLANO-LINHA FROM W-CABECALHO-2
           WRITE REL-PLANO-LINHA FROM W-CABECALHO-3

           MOVE SPACES TO REL-PLANO-LINHA
           WRITE REL-PLANO-LINHA
           WRITE REL-PLANO-LINHA FROM W-COLUNAS.

       060-IMPRIMIR-TOTAIS.
           MOVE W-QTD-VENDEDORES TO W-R-VENDEDORES
           MOVE W-QTD-CLIENTES   TO W-R-CLIENTES
           MOVE W-QTD-VISITAS    TO W-R-VISITAS
           MOVE W-QTD-SEM-DIA    TO W-R-SEM-DIA
           MOVE W-QTD-REMOVIDAS  TO W-R-REMOVIDAS

           MOVE SPACES TO REL-PLANO-LINHA
           WRITE REL-PLANO-LINHA
           WRITE REL-PLANO-LINHA FROM W-RODAPE-1
           WRITE REL-PLANO-LINHA FROM W-RODAPE-2
           WRITE REL-PLANO-LINHA FROM W-RODAPE-3
           WRITE REL-PLANO-LINHA FROM W-RODAPE-4
           WRITE REL-PLANO-LINHA FROM W-RODAPE-5.

      * REGISTRA NO CONTROLE O PERIODO COBERTO PELO PLANO. O INICIO
      * SO AVANCA QUANDO O PLANO ANTERIOR NAO CHEGAVA ATE HOJE (PRIMEIRA
      * EXECUCAO OU LOTES PERDIDOS): OS DIAS ANTERIORES CONTINUAM
      * COBERTOS PELO QUE FOI PLANEJADO PARA ELES.
       070-GRAVAR-CONTROLE.
           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WT-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF

           PERFORM 950-SANEAR-CONTROLE

           IF CTL-PLANO-VISITA-INICIO EQUAL TO ZEROS
              OR CTL-PLANO-VISITA-FIM LESS THAN W-DATA-HOJE
              MOVE W-DATA-HOJE TO CTL-PLANO-VISITA-INICIO
           END-IF

           MOVE W-DATA-FIM TO CTL-PLANO-VISITA-FIM

           OPEN OUTPUT ARQ-CONTROLE
           WRITE ARQ-CONTROLE-REG
           CLOSE ARQ-CONTROLE.

      * CARTEIRA VIGENTE: CADA ATRIBUICAO CLIENTE/ENDERECO COM A
      * CLASSE DO CLIENTE.
       100-SELECIONAR-CARTEIRA.
           MOVE "N" TO W-FIM-ARQUIVO

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-DISTRIBUICAO

           IF WD-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-ARQUIVO
           ELSE
              READ ARQ-DISTRIBUICAO
                AT END MOVE "S" TO W-FIM-ARQUIVO
              END-READ
           END-IF

           PERFORM 110-LER-DISTRIBUICAO UNTIL W-FIM-ARQUIVO = "S"

           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-CLIENTE.

       110-LER-DISTRIBUICAO.
           IF D-COD-VENDEDOR GREATER THAN ZEROS
              MOVE D-COD-VENDEDOR TO TC-COD-VENDEDOR
              MOVE D-COD-CLIENTE  TO TC-COD-CLIENTE
              MOVE D-NUM-ENDERECO TO TC-NUM-ENDERECO
              MOVE SPACES         TO TC-CLASSE-CLIENTE

              MOVE D-COD-CLIENTE TO COD-CLIENTE
              READ ARQ-CLIENTE RECORD KEY IS COD-CLIENTE

              IF WC-FILE-STATUS EQUAL TO "00"
                 MOVE CLASSE-CLIENTE TO TC-CLASSE-CLIENTE
              END-IF

              RELEASE TC-CARTEIRA-REG
           END-IF

           READ ARQ-DISTRIBUICAO
             AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       200-PLANEJAR-VISITAS.
           OPEN INPUT ARQ-VENDEDOR
           OPEN INPUT ARQ-AUSENCIA

           IF WA-FILE-STATUS EQUAL TO "00"
              MOVE "S" TO W-TEM-AUSENCIA
           ELSE
              MOVE "N" TO W-TEM-AUSENCIA
           END-IF

           MOVE "N" TO W-FIM-CARTEIRA
           MOVE "S" TO W-PRIMEIRO-REGISTRO

           RETURN TB-CARTEIRA RECORD INTO TC-CARTEIRA-REG
             AT END MOVE "S" TO W-FIM-CARTEIRA
           END-RETURN

           PERFORM 220-PLANEJAR-CLIENTE UNTIL W-FIM-CARTEIRA = "S"

           IF W-PRIMEIRO-REGISTRO = "N"
              PERFORM 300-FECHAR-VENDEDOR
           END-IF

           IF W-TEM-AUSENCIA EQUAL TO "S"
              CLOSE ARQ-AUSENCIA
           END-IF

           CLOSE ARQ-VENDEDOR.

       220-PLANEJAR-CLIENTE.
           IF W-PRIMEIRO-REGISTRO = "S"
              MOVE TC-COD-VENDEDOR TO W-VENDEDOR-ATUAL
              PERFORM 210-ABRIR-VENDEDOR
              MOVE "N" TO W-PRIMEIRO-REGISTRO
           END-IF

           IF TC-COD-VENDEDOR NOT = W-VENDEDOR-ATUAL
              PERFORM 300-FECHAR-VENDEDOR
              MOVE TC-COD-VENDEDOR TO W-VENDEDOR-ATUAL
              PERFORM 210-ABRIR-VENDEDOR
           END-IF

           ADD 1 TO W-VEN-CLIENTES

           EVALUATE TC-CLASSE-CLIENTE
             WHEN "A"
                MOVE W-FREQ-A TO W-FREQ
             WHEN "B"
                MOVE W-FREQ-B TO W-FREQ
             WHEN OTHER
                MOVE W-FREQ-C TO W-FREQ
           END-EVALUATE

      * FASE DO INTERVALO COM A MENOR CARGA JA PLANEJADA NAS SEMANAS
      * QUE ELA OCUPA; NO EMPATE FICA A MENOR FASE.
           MOVE ZEROS   TO W-MELHOR-FASE
           MOVE 9999999 TO W-MENOR-CARGA-FASE

           PERFORM 230-AVALIAR-FASE
             VARYING W-FASE FROM 0 BY 1
               UNTIL W-FASE NOT LESS THAN W-FREQ

           PERFORM 240-AGENDAR-SEMANA
             VARYING W-IDX-SEMANA FROM 1 BY 1
               UNTIL W-IDX-SEMANA GREATER THAN W-QTD-SEMANAS

           RETURN TB-CARTEIRA RECORD INTO TC-CARTEIRA-REG
             AT END MOVE "S" TO W-FIM-CARTEIRA
           END-RETURN.

      * ZERA AS CARGAS E MARCA OS DIAS LIVRES DO VENDEDOR: OS DIAS
      * UTEIS MENOS OS DE AUSENCIA CADASTRADA.
       210-ABRIR-VENDEDOR.
           MOVE ZEROS TO W-VEN-CLIENTES, W-VEN-VISITAS, W-VEN-SEM-DIA
           MOVE ZEROS TO W-TABELA-SEMANAS

           PERFORM 212-LIBERAR-DIA
             VARYING W-IDX-DIA FROM 1 BY 1
               UNTIL W-IDX-DIA GREATER THAN W-QTD-DIAS

           IF W-TEM-AUSENCIA EQUAL TO "S"
              MOVE "N"              TO W-FIM-AUSENCIA
              MOVE W-VENDEDOR-ATUAL TO AU-COD-VENDEDOR
              MOVE ZEROS            TO AU-DATA-INICIO
              START ARQ-AUSENCIA KEY IS NOT LESS THAN AU-CHAVE

              IF WA-FILE-STATUS EQUAL TO "00"
                 READ ARQ-AUSENCIA NEXT
                   AT END MOVE "S" TO W-FIM-AUSENCIA
                 END-READ
              ELSE
                 MOVE "S" TO W-FIM-AUSENCIA
              END-IF

              PERFORM 214-APLICAR-AUSENCIA UNTIL W-FIM-AUSENCIA = "S"

              MOVE "00" TO WA-FILE-STATUS
           END-IF

           MOVE ZEROS TO W-VEN-DIAS-LIVRES

           PERFORM 218-CONTAR-DIA-LIVRE
             VARYING W-IDX-DIA FROM 1 BY 1
               UNTIL W-IDX-DIA GREATER THAN W-QTD-DIAS.

       212-LIBERAR-DIA.
           MOVE W-DIA-UTIL(W-IDX-DIA) TO W-DIA-LIVRE(W-IDX-DIA)
           MOVE ZEROS                 TO W-DIA-CARGA(W-IDX-DIA).

       214-APLICAR-AUSENCIA.
           IF AU-COD-VENDEDOR NOT EQUAL TO W-VENDEDOR-ATUAL
              MOVE "S" TO W-FIM-AUSENCIA
           ELSE
              IF AU-DATA-INICIO NOT GREATER THAN W-DATA-FIM
                 AND AU-DATA-FIM NOT LESS THAN W-DATA-INICIO
                 PERFORM 216-BLOQUEAR-DIA
                   VARYING W-IDX-DIA FROM 1 BY 1
                     UNTIL W-IDX-DIA GREATER THAN W-QTD-DIAS
              END-IF

              READ ARQ-AUSENCIA NEXT
                AT END MOVE "S" TO W-FIM-AUSENCIA
              END-READ
           END-IF.

       216-BLOQUEAR-DIA.
           IF W-DIA-DATA(W-IDX-DIA) NOT LESS THAN AU-DATA-INICIO
              AND W-DIA-DATA(W-IDX-DIA) NOT GREATER THAN AU-DATA-FIM
              MOVE "N" TO W-DIA-LIVRE(W-IDX-DIA)
           END-IF.

       218-CONTAR-DIA-LIVRE.
           IF W-DIA-LIVRE(W-IDX-DIA) EQUAL TO "S"
              ADD 1 TO W-VEN-DIAS-LIVRES
           END-IF.

       230-AVALIAR-FASE.
           MOVE ZEROS TO W-CARGA-FASE

           PERFORM 235-SOMAR-SEMANA-FASE
             VARYING W-IDX-SEMANA FROM 1 BY 1
               UNTIL W-IDX-SEMANA GREATER THAN W-QTD-SEMANAS

           IF W-CARGA-FASE LESS THAN W-MENOR-CARGA-FASE
              MOVE W-CARGA-FASE TO W-MENOR-CARGA-FASE
              MOVE W-FASE       TO W-MELHOR-FASE
           END-IF.

       235-SOMAR-SEMANA-FASE.
           COMPUTE W-FASE-SEMANA =
                   FUNCTION MOD(W-SEMANA-BASE + W-IDX-SEMANA - 1,
                                W-FREQ)

           IF W-FASE-SEMANA EQUAL TO W-FASE
              ADD W-SEM-CARGA(W-IDX-SEMANA) TO W-CARGA-FASE
           END-IF.

      * NAS SEMANAS DA FASE ESCOLHIDA, A VISITA VAI PARA O DIA LIVRE
      * MENOS CARREGADO (NO EMPATE, O PRIMEIRO). VISITAS EM DIAS JA
      * PASSADOS SO CONTAM NA CARGA: O PLANO DELES NAO E REFEITO.
       240-AGENDAR-SEMANA.
           COMPUTE W-FASE-SEMANA =
                   FUNCTION MOD(W-SEMANA-BASE + W-IDX-SEMANA - 1,
                                W-FREQ)

           IF W-FASE-SEMANA EQUAL TO W-MELHOR-FASE
              COMPUTE W-PRIMEIRO-DIA = (W-IDX-SEMANA - 1) * 7 + 1
              COMPUTE W-ULTIMO-DIA   = W-IDX-SEMANA * 7
              MOVE ZEROS TO W-MELHOR-DIA
              MOVE 99999 TO W-MENOR-CARGA-DIA

              PERFORM 245-AVALIAR-DIA
                VARYING W-IDX-DIA FROM W-PRIMEIRO-DIA BY 1
                  UNTIL W-IDX-DIA GREATER THAN W-ULTIMO-DIA

              IF W-MELHOR-DIA EQUAL TO ZEROS
                 ADD 1 TO W-VEN-SEM-DIA
              ELSE
                 ADD 1 TO W-DIA-CARGA(W-MELHOR-DIA)
                 ADD 1 TO W-SEM-CARGA(W-IDX-SEMANA)
                 ADD 1 TO W-VEN-VISITAS

                 IF W-DIA-DATA(W-MELHOR-DIA) NOT LESS THAN
                    W-DATA-HOJE
                    PERFORM 250-GRAVAR-VISITA
                 END-IF
              END-IF
           END-IF.

       245-AVALIAR-DIA.
           IF W-DIA-LIVRE(W-IDX-DIA) EQUAL TO "S"
              AND W-DIA-CARGA(W-IDX-DIA) LESS THAN W-MENOR-CARGA-DIA
              MOVE W-DIA-CARGA(W-IDX-DIA) TO W-MENOR-CARGA-DIA
              MOVE W-IDX-DIA              TO W-MELHOR-DIA
           END-IF.

       250-GRAVAR-VISITA.
           INITIALIZE ARQ-VISITA-PLANO-REG

           MOVE W-VENDEDOR-ATUAL         TO VP-COD-VENDEDOR
           MOVE W-DIA-DATA(W-MELHOR-DIA) TO VP-DATA-VISITA
           MOVE TC-COD-CLIENTE           TO VP-COD-CLIENTE
           MOVE TC-NUM-ENDERECO          TO VP-NUM-ENDERECO
           MOVE TC-CLASSE-CLIENTE        TO VP-CLASSE-CLIENTE
           MOVE W-FREQ                   TO VP-FREQ-SEMANAS
           MOVE W-DATA-PLANO             TO VP-DATA-PLANO

           WRITE ARQ-VISITA-PLANO-REG.

       300-FECHAR-VENDEDOR.
           MOVE SPACES TO W-D-NOME

           MOVE W-VENDEDOR-ATUAL TO COD-VENDEDOR
           READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR

           IF WV-FILE-STATUS EQUAL TO "00"
              MOVE NOME-VENDEDOR TO W-D-NOME
           ELSE
              MOVE "** VENDEDOR NAO CADASTRADO **" TO W-D-NOME
           END-IF

           MOVE W-VENDEDOR-ATUAL  TO W-D-VENDEDOR
           MOVE W-VEN-DIAS-LIVRES TO W-D-DIAS-LIVRES
           MOVE W-VEN-CLIENTES    TO W-D-CLIENTES
           MOVE W-VEN-VISITAS     TO W-D-VISITAS
           MOVE W-VEN-SEM-DIA     TO W-D-SEM-DIA
           WRITE REL-PLANO-LINHA FROM W-DETALHE

           ADD 1              TO W-QTD-VENDEDORES
           ADD W-VEN-CLIENTES TO W-QTD-CLIENTES
           ADD W-VEN-VISITAS  TO W-QTD-VISITAS
           ADD W-VEN-SEM-DIA  TO W-QTD-SEM-DIA.

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

       END PROGRAM PLANEJAVISITA.
