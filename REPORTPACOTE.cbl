      * (PACOTEVENDEDORVVV) COM O DIA DELE PRONTO, NO LUGAR DA       *
      * MONTAGEM MANUAL DE FOTOCOPIAS:                               *
      *   - A SEQUENCIA DE VISITAS DO ROTEIRO (MESMA LOGICA DO       *
      *     VIZINHO MAIS PROXIMO DO ROTEIRO DE VISITAS), SO COM OS   *
      *     CLIENTES DO PLANO DE VISITAS DO DIA QUANDO HA PLANO      *
      *     (VER VISITAPLANO.CPY); SEM PLANO, A CARTEIRA INTEIRA     *
      *   - O CONTATO PREFERENCIAL DE CADA CLIENTE COM TELEFONE      *
      *     (VER CONTATO.CPY)                                        *
      *   - O ENDERECO DE ENTREGA COMPLETO (VER ENDERECO.CPY)        *
      *   - OS PEDIDOS EM ABERTO DO CLIENTE (DIGITADOS/FATURADOS)    *
      *   - A SITUACAO DE COBRANCA DO CLIENTE (VER COBRANCA.CPY)     *
      *   - AO FINAL, OS PROSPECTS EM ABERTO ATRIBUIDOS AO VENDEDOR  *
      *     (VER DISTRIBPROSPECT) COM CONTATO E TELEFONE; VENDEDOR   *
      *     SEM VISITA NO DIA MAS COM PROSPECTS RECEBE UM PACOTE SO  *
      *     COM ELES                                                 *
      * GERADO COMO PASSO DO LOTE NOTURNO; FORA DO LOTE VOLTA AO     *
      * MENU AO TERMINAR.                                            *
      *****************************************************************
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-COBRANCA  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CB-COD-CLIENTE
                  FILE STATUS   IS WG-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.

           SELECT ARQ-VISITA-PLANO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS VP-CHAVE
                  FILE STATUS   IS WL-FILE-STATUS.

           SELECT ARQ-CONTROLE  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WT-FILE-STATUS.

           SELECT ARQ-PROSPECT  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PS-COD-PROSPECT
                  FILE STATUS   IS WO-FILE-STATUS.

           SELECT TB-ROTEIRO    ASSIGN TO DISK.

      * PACOTE DO VENDEDOR CORRENTE; O NOME E MONTADO EM
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-COBRANCA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadCobranca'.
       COPY "COBRANCA.CPY".

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSessao'.
       COPY "SESSAO.CPY".

       FD  ARQ-VISITA-PLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVisitaPlanejada'.
       COPY "VISITAPLANO.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadControleDistribuicao'.
       COPY "CONTROLE.CPY".

       FD  ARQ-PROSPECT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadProspect'.
       COPY "PROSPECT.CPY".

       SD  TB-ROTEIRO.
       01  TR-ROTEIRO-REG.
           03 TR-COD-VENDEDOR     PIC  9(003).
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WK-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WT-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WO-FILE-STATUS          PIC  X(002) VALUE "00".
      * "S" QUANDO O DIA ESTA COBERTO PELO PLANO DE VISITAS (VER
      * CTL-PLANO-VISITA EM CONTROLE.CPY) E O PLANO PODE SER LIDO.
       77 W-USA-PLANO             PIC  X(001) VALUE "N".
      * LIGADO QUANDO A ATRIBUICAO LIDA FAZ PARTE DAS VISITAS DO DIA.
       77 W-PLANEJADO             PIC  X(001) VALUE "N".
       77 W-DATA-PACOTE           PIC  9(008) VALUE ZEROS.
      * "S" QUANDO O CADASTRO DE COBRANCA PODE SER CONSULTADO.
       77 W-TEM-COBRANCA          PIC  X(001) VALUE "N".
      * "S" QUANDO CHAMADO PELO LOTE NOTURNO (VER SESSAO.CPY).
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
       77 W-LABEL-PACOTE          PIC  X(030) VALUE SPACES.

       77 W-QTD-PEDIDOS-ABERTOS   PIC  9(005) VALUE ZEROS.

      * PROSPECTS EM ABERTO COM VENDEDOR ATRIBUIDO, CARREGADOS NO
      * INICIO (060-CARREGAR-PROSPECTS) PARA SAIR NO PACOTE DE CADA
      * VENDEDOR.
       01  W-TABELA-PROSPECT.
           03 W-PRO-REGISTRO      OCCURS 999 TIMES.
              05 W-PRO-COD-VENDEDOR   PIC 9(003).
              05 W-PRO-CODIGO         PIC 9(005).
              05 W-PRO-RAZAO          PIC X(040).
              05 W-PRO-CONTATO        PIC X(040).
              05 W-PRO-TELEFONE       PIC X(015).
              05 W-PRO-ESTAGIO        PIC X(001).
              05 W-PRO-DISTANCIA      PIC 9(009)V9(002).
       77 W-QTD-PROSPECTS         PIC  9(003) VALUE ZEROS.
       77 W-IDX-PROSPECT          PIC  9(004) VALUE ZEROS.
       77 W-QTD-PROSPECTS-PACOTE  PIC  9(003) VALUE ZEROS.
       77 W-FIM-PROSPECT          PIC  X(001) VALUE SPACES.
      * "S" PARA O VENDEDOR CUJO PACOTE JA FOI MONTADO PELO ROTEIRO;
      * OS DEMAIS COM PROSPECTS GANHAM UM PACOTE SO COM ELES.
       01  W-TABELA-PACOTE-GERADO.
           03 W-PACOTE-GERADO     PIC X(001)
                                  OCCURS 999 TIMES
                                  VALUE "N".

       01  W-PAC-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(020) VALUE
           03 FILLER              PIC  X(007) VALUE "  FONE:".
           03 W-PAC-C-FONE        PIC  X(015).

       01  W-PAC-COBRANCA.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 FILLER              PIC  X(009) VALUE "COBRANCA:".
           03 W-PAC-CB-NIVEL      PIC  9.
           03 FILLER              PIC  X(001) VALUE "-".
           03 W-PAC-CB-SITUACAO   PIC  X(012).
           03 FILLER              PIC  X(008) VALUE " ATRASO:".
           03 W-PAC-CB-ATRASO     PIC  ZZZZ9.
           03 FILLER              PIC  X(010) VALUE "  VENCIDO:".
           03 W-PAC-CB-SALDO      PIC  ZZZZZZZZZZ9,99.

       01  W-PAC-PEDIDO.
           03 FILLER              PIC  X(004) VALUE SPACES.
           03 FILLER              PIC  X(008) VALUE "PEDIDO.:".
           03 FILLER              PIC  X(006) VALUE "  SIT:".
           03 W-PAC-PD-STATUS     PIC  X(001).

       01  W-PAC-SEM-VISITA.
           03 FILLER              PIC  X(040) VALUE
              "NENHUMA VISITA NO ROTEIRO DO DIA".

       01  W-PAC-TITULO-PROSPECT.
           03 FILLER              PIC  X(040) VALUE
              "PROSPECTS EM ABERTO PARA ACOMPANHAMENTO".

       01  W-PAC-PROSPECT.
           03 FILLER              PIC  X(009) VALUE "PROSPECT".
           03 W-PAC-PR-CODIGO     PIC  ZZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-PAC-PR-RAZAO      PIC  X(040).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-PAC-PR-ESTAGIO    PIC  X(009).
           03 FILLER              PIC  X(011) VALUE "  DIST.(M):".
           03 W-PAC-PR-DISTANCIA  PIC  ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       000-INICIO.
           PERFORM 005-LER-MODO-LOTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-PACOTE

           PERFORM 050-VERIFICAR-PLANO
           PERFORM 060-CARREGAR-PROSPECTS

           SORT TB-ROTEIRO
                ON ASCENDING KEY TR-COD-VENDEDOR
                                 TR-COD-CLIENTE
                INPUT PROCEDURE 100-SELECIONAR-DISTRIBUICAO
                OUTPUT PROCEDURE 200-GERAR-PACOTES

           PERFORM 600-GERAR-PACOTES-PROSPECT

           IF W-MODO-LOTE EQUAL TO "S"
              GOBACK
           END-IF
              MOVE "S" TO W-MODO-LOTE
           END-IF.

      * O PLANO DE VISITAS SO VALE PARA DIAS DENTRO DO PERIODO QUE
      * O ULTIMO PLANEJAMENTO COBRIU; FORA DELE, OU SEM O ARQUIVO DO
      * PLANO, O PACOTE VOLTA A COBRIR A CARTEIRA INTEIRA.
       050-VERIFICAR-PLANO.
           MOVE "N" TO W-USA-PLANO

           INITIALIZE ARQ-CONTROLE-REG

           OPEN INPUT ARQ-CONTROLE

           IF WT-FILE-STATUS EQUAL "00"
              READ ARQ-CONTROLE
              CLOSE ARQ-CONTROLE
           END-IF

           IF CTL-PLANO-VISITA NOT NUMERIC
              MOVE ZEROS TO CTL-PLANO-VISITA
           END-IF

           IF CTL-DIAS-SEM-COMPRA NOT NUMERIC
              MOVE ZEROS TO CTL-DIAS-SEM-COMPRA
           END-IF

           IF CTL-PESOS-SCORECARD NOT NUMERIC
              MOVE ZEROS TO CTL-PESOS-SCORECARD
           END-IF

           IF CTL-PLANO-VISITA-INICIO GREATER THAN ZEROS
              AND CTL-PLANO-VISITA-INICIO NOT GREATER THAN
                  W-DATA-PACOTE
              AND CTL-PLANO-VISITA-FIM NOT LESS THAN W-DATA-PACOTE
              MOVE "S" TO W-USA-PLANO
           END-IF.

      * SO PROSPECTS EM ABERTO (CONTATADOS OU COM PROPOSTA) E JA
      * ATRIBUIDOS; REGISTRO ANTERIOR A ATRIBUICAO VEM CURTO (VER
      * PROSPECT.CPY) E FICA DE FORA.
       060-CARREGAR-PROSPECTS.
           MOVE ZEROS TO W-QTD-PROSPECTS
           MOVE "N"   TO W-FIM-PROSPECT

           OPEN INPUT ARQ-PROSPECT

           IF WO-FILE-STATUS EQUAL TO "00"
              MOVE LOW-VALUES TO PS-COD-PROSPECT
              START ARQ-PROSPECT KEY IS NOT LESS THAN PS-COD-PROSPECT

              IF WO-FILE-STATUS EQUAL TO "00"
                 READ ARQ-PROSPECT NEXT
                   AT END MOVE "S" TO W-FIM-PROSPECT
                 END-READ
              ELSE
                 MOVE "S" TO W-FIM-PROSPECT
              END-IF

              PERFORM 065-GUARDAR-PROSPECT UNTIL W-FIM-PROSPECT = "S"

              CLOSE ARQ-PROSPECT
           END-IF.

       065-GUARDAR-PROSPECT.
           IF PS-COD-VENDEDOR NUMERIC
              AND PS-COD-VENDEDOR GREATER THAN ZEROS
              AND (PROSPECT-CONTATADO OR PROSPECT-PROPOSTA)
              AND W-QTD-PROSPECTS < 999
              ADD 1 TO W-QTD-PROSPECTS
              MOVE PS-COD-VENDEDOR
                TO W-PRO-COD-VENDEDOR(W-QTD-PROSPECTS)
              MOVE PS-COD-PROSPECT TO W-PRO-CODIGO(W-QTD-PROSPECTS)
              MOVE PS-RAZAO-SOCIAL TO W-PRO-RAZAO(W-QTD-PROSPECTS)
              MOVE PS-CONTATO      TO W-PRO-CONTATO(W-QTD-PROSPECTS)
              MOVE PS-TELEFONE     TO W-PRO-TELEFONE(W-QTD-PROSPECTS)
              MOVE PS-ESTAGIO      TO W-PRO-ESTAGIO(W-QTD-PROSPECTS)

              IF PS-DISTANCIA-VENDEDOR NUMERIC
                 MOVE PS-DISTANCIA-VENDEDOR
                   TO W-PRO-DISTANCIA(W-QTD-PROSPECTS)
              ELSE
                 MOVE ZEROS TO W-PRO-DISTANCIA(W-QTD-PROSPECTS)
              END-IF
           END-IF

           READ ARQ-PROSPECT NEXT
             AT END MOVE "S" TO W-FIM-PROSPECT
           END-READ.

       100-SELECIONAR-DISTRIBUICAO.
           MOVE "N" TO W-FIM-ROTEIRO

           OPEN INPUT ARQ-ENDERECO
           OPEN INPUT ARQ-DISTRIBUICAO

           IF W-USA-PLANO EQUAL TO "S"
              OPEN INPUT ARQ-VISITA-PLANO

              IF WL-FILE-STATUS NOT EQUAL TO "00"
                 MOVE "N" TO W-USA-PLANO
              END-IF
           END-IF

           IF WD-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-ROTEIRO
           ELSE

           PERFORM 110-LER-DISTRIBUICAO UNTIL W-FIM-ROTEIRO = "S"

           IF W-USA-PLANO EQUAL TO "S"
              CLOSE ARQ-VISITA-PLANO
           END-IF

           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-ENDERECO
           CLOSE ARQ-CLIENTE.

       110-LER-DISTRIBUICAO.
           PERFORM 115-CONFERIR-PLANO

           IF W-PLANEJADO EQUAL TO "S"
              PERFORM 120-BUSCAR-COORDENADAS

              IF W-ACHOU-COORDENADA EQUAL TO "S"
                 MOVE D-COD-VENDEDOR TO TR-COD-VENDEDOR
                 MOVE D-COD-CLIENTE  TO TR-COD-CLIENTE
                 MOVE D-NUM-ENDERECO TO TR-NUM-ENDERECO
                 RELEASE TR-ROTEIRO-REG
              END-IF
           END-IF

           READ ARQ-DISTRIBUICAO
             AT END MOVE "S" TO W-FIM-ROTEIRO
           END-READ.

      * COM PLANO, A ATRIBUICAO SO ENTRA SE HA VISITA PLANEJADA PARA
      * O VENDEDOR, O CLIENTE E O ENDERECO NO DIA DO PACOTE.
       115-CONFERIR-PLANO.
           MOVE "N" TO W-PLANEJADO

           IF W-USA-PLANO NOT EQUAL TO "S"
              MOVE "S" TO W-PLANEJADO
           ELSE
              MOVE D-COD-VENDEDOR TO VP-COD-VENDEDOR
              MOVE W-DATA-PACOTE  TO VP-DATA-VISITA
              MOVE D-COD-CLIENTE  TO VP-COD-CLIENTE
              MOVE D-NUM-ENDERECO TO VP-NUM-ENDERECO
              READ ARQ-VISITA-PLANO RECORD KEY IS VP-CHAVE

              IF WL-FILE-STATUS EQUAL TO "00"
                 MOVE "S" TO W-PLANEJADO
              END-IF
           END-IF.

      * MESMA REGRA DE COORDENADAS DO ROTEIRO DE VISITAS: ENDERECO
      * DE ENTREGA QUANDO INFORMADO, SENAO O PROPRIO CLIENTE.
       120-BUSCAR-COORDENADAS.
           OPEN INPUT ARQ-ENDERECO
           OPEN INPUT ARQ-CONTATO
           OPEN INPUT ARQ-PEDIDO
           OPEN INPUT ARQ-COBRANCA

           IF WG-FILE-STATUS EQUAL TO "00"
              MOVE "S" TO W-TEM-COBRANCA
           ELSE
              MOVE "N" TO W-TEM-COBRANCA
           END-IF

           MOVE "N" TO W-FIM-ROTEIRO
           MOVE "S" TO W-PRIMEIRO-REGISTRO
           MOVE ZEROS TO W-QTD-PARADAS
              PERFORM 300-MONTAR-PACOTE
           END-IF

           IF W-TEM-COBRANCA EQUAL TO "S"
              CLOSE ARQ-COBRANCA
           END-IF

           CLOSE ARQ-PEDIDO
           CLOSE ARQ-CONTATO
           CLOSE ARQ-ENDERECO
           PERFORM 320-VISITAR-MAIS-PROXIMA
             UNTIL W-SEQ-VISITA = W-QTD-PARADAS

           PERFORM 500-IMPRIMIR-PROSPECTS

           CLOSE ARQ-PACOTE

           MOVE "S" TO W-PACOTE-GERADO(W-VENDEDOR-ATUAL)

           MOVE ZEROS TO W-QTD-PARADAS.

       310-IMPRIMIR-CABECALHO-PACOTE.
           END-IF

           MOVE W-VENDEDOR-ATUAL TO W-PAC-V-CODIGO
           MOVE W-DATA-PACOTE TO W-PAC-V-DATA

           WRITE ARQ-PACOTE-LINHA FROM W-PAC-CABECALHO-1
           WRITE ARQ-PACOTE-LINHA FROM W-PAC-CABECALHO-2
           PERFORM 410-IMPRIMIR-CLIENTE
           PERFORM 420-IMPRIMIR-ENDERECO
           PERFORM 430-IMPRIMIR-CONTATO
           PERFORM 435-IMPRIMIR-COBRANCA
           PERFORM 440-IMPRIMIR-PEDIDOS-ABERTOS.

       410-IMPRIMIR-CLIENTE.
              WRITE ARQ-PACOTE-LINHA FROM W-PAC-CONTATO
           END-IF.

      * SITUACAO DE COBRANCA APURADA NA ULTIMA ROTINA DIARIA, PARA
      * O VENDEDOR TRATAR O ATRASO NA VISITA. CLIENTE SEM REGISTRO
      * ESTA EM DIA.
       435-IMPRIMIR-COBRANCA.
           MOVE ZEROS TO CB-NIVEL, CB-DIAS-ATRASO, CB-SALDO-VENCIDO

           IF W-TEM-COBRANCA EQUAL TO "S"
              MOVE W-PAR-COD-CLIENTE(W-IDX-PROXIMA) TO CB-COD-CLIENTE
              READ ARQ-COBRANCA RECORD KEY IS CB-COD-CLIENTE

              IF WG-FILE-STATUS NOT EQUAL TO "00"
                 MOVE ZEROS TO CB-NIVEL, CB-DIAS-ATRASO,
                               CB-SALDO-VENCIDO
              END-IF
           END-IF

           EVALUATE TRUE
             WHEN COBRANCA-LEMBRETE
                MOVE "LEMBRETE"    TO W-PAC-CB-SITUACAO
             WHEN COBRANCA-NOTIFICACAO
                MOVE "NOTIFICADO"  TO W-PAC-CB-SITUACAO
             WHEN COBRANCA-BLOQUEIO
                MOVE "BLOQUEADO"   TO W-PAC-CB-SITUACAO
             WHEN OTHER
                MOVE "EM DIA"      TO W-PAC-CB-SITUACAO
           END-EVALUATE

           MOVE CB-NIVEL         TO W-PAC-CB-NIVEL
           MOVE CB-DIAS-ATRASO   TO W-PAC-CB-ATRASO
           MOVE CB-SALDO-VENCIDO TO W-PAC-CB-SALDO
           WRITE ARQ-PACOTE-LINHA FROM W-PAC-COBRANCA.

      * PEDIDOS EM ABERTO DO CLIENTE (DIGITADOS OU FATURADOS, AINDA
      * NAO ENTREGUES NEM CANCELADOS).
       440-IMPRIMIR-PEDIDOS-ABERTOS.
           MOVE ZEROS TO W-QTD-PEDIDOS-ABERTOS
           MOVE "N"   TO W-FIM-PEDIDO

      * LE SO OS PEDIDOS DO CLIENTE, PELA CHAVE ALTERNADA.
           MOVE W-PAR-COD-CLIENTE(W-IDX-PROXIMA) TO P-COD-CLIENTE
           START ARQ-PEDIDO KEY IS EQUAL TO P-COD-CLIENTE

           IF WP-FILE-STATUS EQUAL TO "00"
              READ ARQ-PEDIDO NEXT
           MOVE "00" TO WP-FILE-STATUS.

       450-CONFERIR-UM-PEDIDO.
           IF P-COD-CLIENTE NOT EQUAL TO
              W-PAR-COD-CLIENTE(W-IDX-PROXIMA)
              MOVE "S" TO W-FIM-PEDIDO
           ELSE
              IF PEDIDO-DIGITADO OR PEDIDO-FATURADO
                 ADD 1 TO W-QTD-PEDIDOS-ABERTOS
                 MOVE P-NUM-PEDIDO    TO W-PAC-PD-NUMERO
                 MOVE P-DATA-PEDIDO   TO W-PAC-PD-DATA
                 MOVE P-VALOR-PEDIDO  TO W-PAC-PD-VALOR
                 MOVE P-STATUS-PEDIDO TO W-PAC-PD-STATUS
                 WRITE ARQ-PACOTE-LINHA FROM W-PAC-PEDIDO
              END-IF

              READ ARQ-PEDIDO NEXT
                AT END MOVE "S" TO W-FIM-PEDIDO
              END-READ
           END-IF.

      * PROSPECTS EM ABERTO DO VENDEDOR CORRENTE, COM O CONTATO E O
      * TELEFONE PARA O ACOMPANHAMENTO; SEM PROSPECTS, A SECAO NAO
      * SAI.
       500-IMPRIMIR-PROSPECTS.
           MOVE ZEROS TO W-QTD-PROSPECTS-PACOTE

           PERFORM 510-IMPRIMIR-UM-PROSPECT
             VARYING W-IDX-PROSPECT FROM 1 BY 1
             UNTIL W-IDX-PROSPECT GREATER THAN W-QTD-PROSPECTS.

       510-IMPRIMIR-UM-PROSPECT.
           IF W-PRO-COD-VENDEDOR(W-IDX-PROSPECT) EQUAL TO
              W-VENDEDOR-ATUAL
              IF W-QTD-PROSPECTS-PACOTE EQUAL TO ZEROS
                 MOVE SPACES TO ARQ-PACOTE-LINHA
                 WRITE ARQ-PACOTE-LINHA
                 WRITE ARQ-PACOTE-LINHA FROM W-PAC-TITULO-PROSPECT
              END-IF

              ADD 1 TO W-QTD-PROSPECTS-PACOTE

              MOVE SPACES TO ARQ-PACOTE-LINHA
              WRITE ARQ-PACOTE-LINHA

              MOVE W-PRO-CODIGO(W-IDX-PROSPECT)    TO W-PAC-PR-CODIGO
              MOVE W-PRO-RAZAO(W-IDX-PROSPECT)     TO W-PAC-PR-RAZAO
              MOVE W-PRO-DISTANCIA(W-IDX-PROSPECT)
                TO W-PAC-PR-DISTANCIA

              IF W-PRO-ESTAGIO(W-IDX-PROSPECT) EQUAL TO "P"
                 MOVE "PROPOSTA"  TO W-PAC-PR-ESTAGIO
              ELSE
                 MOVE "CONTATADO" TO W-PAC-PR-ESTAGIO
              END-IF

              WRITE ARQ-PACOTE-LINHA FROM W-PAC-PROSPECT

              MOVE W-PRO-CONTATO(W-IDX-PROSPECT)   TO W-PAC-C-NOME
              MOVE W-PRO-TELEFONE(W-IDX-PROSPECT)  TO W-PAC-C-FONE
              WRITE ARQ-PACOTE-LINHA FROM W-PAC-CONTATO
           END-IF.

      * VENDEDORES SEM VISITA NO DIA, MAS COM PROSPECTS EM ABERTO:
      * O PACOTE SAI SO COM O CABECALHO E OS PROSPECTS.
       600-GERAR-PACOTES-PROSPECT.
           OPEN INPUT ARQ-VENDEDOR

           PERFORM 610-CONFERIR-PACOTE-PROSPECT
             VARYING W-IDX-PROSPECT FROM 1 BY 1
             UNTIL W-IDX-PROSPECT GREATER THAN W-QTD-PROSPECTS

           CLOSE ARQ-VENDEDOR.

       610-CONFERIR-PACOTE-PROSPECT.
           MOVE W-PRO-COD-VENDEDOR(W-IDX-PROSPECT) TO W-VENDEDOR-ATUAL

           IF W-PACOTE-GERADO(W-VENDEDOR-ATUAL) NOT EQUAL TO "S"
              MOVE "S" TO W-PACOTE-GERADO(W-VENDEDOR-ATUAL)
              PERFORM 620-MONTAR-PACOTE-PROSPECT
           END-IF.

       620-MONTAR-PACOTE-PROSPECT.
           MOVE SPACES TO W-LABEL-PACOTE
           STRING "pacoteVendedor"
                  W-VENDEDOR-ATUAL
                  DELIMITED BY SIZE
                  INTO W-LABEL-PACOTE

           OPEN OUTPUT ARQ-PACOTE

           PERFORM 310-IMPRIMIR-CABECALHO-PACOTE

           MOVE SPACES TO ARQ-PACOTE-LINHA
           WRITE ARQ-PACOTE-LINHA
           WRITE ARQ-PACOTE-LINHA FROM W-PAC-SEM-VISITA

           PERFORM 500-IMPRIMIR-PROSPECTS

           CLOSE ARQ-PACOTE.

       END PROGRAM REPORTPACOTE.
