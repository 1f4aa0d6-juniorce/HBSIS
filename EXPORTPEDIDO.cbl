      * MOLDE DA INTERFACE DE DISTRIBUICAO (VER EXPORTERP):          *
      *   "H" + DATA DE GERACAO                                      *
      *   "D" + PEDIDO + CLIENTE + VENDEDOR + ENDERECO DE ENTREGA    *
      *       + DATA + VALOR + SERIE/NUMERO DA NOTA FISCAL (UM POR   *
      *       PEDIDO; NOTA ZERADA = PEDIDO AINDA NAO FATURADO)       *
      *       + FRETE (A PARTE DO VALOR DOS ITENS)                   *
      *   "T" + QUANTIDADE DE DETALHES + SOMA DOS VALORES COM FRETE  *
      * EXPORTA OS PEDIDOS COM DATA DO DIA DA GERACAO E OS FATURADOS *
      * NO DIA (QUE VOLTAM COM A NOTA), EXCETO OS CANCELADOS. A SOMA *
      * DOS VALORES NO TRAILER PERMITE AO ERP CONFERIR A COMPLETUDE  *
      * DO ARQUIVO RECEBIDO. E EXECUTADO COMO PASSO DO LOTE NOTURNO, *
      * APOS A INTERFACE DA DISTRIBUICAO.                            *
      * CADA ARQUIVO GERADO E TAMBEM ACRESCENTADO, LINHA A LINHA, AO *
      * HISTORICO DA INTERFACE (logErpPedido), QUE A CONCILIACAO DO  *
      * FATURAMENTO USA PARA SABER EM QUE ARQUIVO CADA PEDIDO SAIU.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT INT-ERP-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WI-FILE-STATUS.

      * HISTORICO DE TODOS OS ARQUIVOS DE INTERFACE JA GERADOS, NA
      * ORDEM DE GERACAO (CADA UM COM SEU HEADER E TRAILER).
           SELECT LOG-ERP-PEDIDO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WL-FILE-STATUS.

           SELECT ARQ-SESSAO    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WS-FILE-STATUS.
       FD  INT-ERP-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'intErpPedido'.
       01  INT-ERP-PEDIDO-LINHA   PIC  X(063).

       FD  LOG-ERP-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'logErpPedido'.
       01  LOG-ERP-PEDIDO-LINHA   PIC  X(063).

       FD  ARQ-SESSAO
           LABEL RECORD IS STANDARD
       77 W-MODO-LOTE             PIC  X(001) VALUE "N".
       77 WP-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WI-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-FIM-PEDIDO            PIC  X(001) VALUE SPACES.
       77 W-DATA-HOJE             PIC  9(008) VALUE ZEROS.
       77 W-QTD-DETALHES          PIC  9(007) VALUE ZEROS.
      * SOMA DOS VALORES DOS PEDIDOS EXPORTADOS, COM O FRETE,
      * CONFERIDA PELO SISTEMA RECEPTOR CONTRA O TRAILER.
       77 W-SOMA-VALORES          PIC  9(011)V9(002) VALUE ZEROS.

       01  W-REG-HEADER.
           03 FILLER              PIC  X(001) VALUE "H".
           03 W-H-DATA-GERACAO    PIC  9(008).
           03 FILLER              PIC  X(054) VALUE SPACES.

       01  W-REG-DETALHE.
           03 FILLER              PIC  X(001) VALUE "D".
           03 W-D-NUM-ENDERECO    PIC  9(003).
           03 W-D-DATA-PEDIDO     PIC  9(008).
           03 W-D-VALOR-PEDIDO    PIC  9(009)V9(002).
           03 W-D-SERIE-NF        PIC  X(003).
           03 W-D-NUM-NF          PIC  9(009).
           03 W-D-VALOR-FRETE     PIC  9(009)V9(002).

       01  W-REG-TRAILER.
           03 FILLER              PIC  X(001) VALUE "T".
           03 W-T-QTD-DETALHES    PIC  9(007).
           03 W-T-SOMA-VALORES    PIC  9(011)V9(002).
           03 FILLER              PIC  X(042) VALUE SPACES.

       PROCEDURE DIVISION.
       000-INICIO.

           OPEN OUTPUT INT-ERP-PEDIDO

           OPEN EXTEND LOG-ERP-PEDIDO

           IF WL-FILE-STATUS NOT EQUAL "00"
              OPEN OUTPUT LOG-ERP-PEDIDO
           END-IF

           MOVE W-DATA-HOJE TO W-H-DATA-GERACAO
           MOVE W-REG-HEADER TO INT-ERP-PEDIDO-LINHA
           PERFORM 900-GRAVAR-LINHA

           PERFORM 100-EXPORTAR-PEDIDOS

           MOVE W-QTD-DETALHES TO W-T-QTD-DETALHES
           MOVE W-SOMA-VALORES TO W-T-SOMA-VALORES
           MOVE W-REG-TRAILER TO INT-ERP-PEDIDO-LINHA
           PERFORM 900-GRAVAR-LINHA

           CLOSE INT-ERP-PEDIDO
           CLOSE LOG-ERP-PEDIDO

           IF W-MODO-LOTE EQUAL TO "S"
              GOBACK

           CLOSE ARQ-PEDIDO.

      * EXPORTA OS PEDIDOS DO DIA E OS FATURADOS NO DIA, EXCETO OS
      * CANCELADOS, QUE NAO DEVEM SER FATURADOS PELO ERP, E OS DE
      * CAMPO AINDA AGUARDANDO LIBERACAO. PEDIDO ANTERIOR A
      * NUMERACAO DE NOTAS VEM CURTO E SAI SEM NOTA; O ANTERIOR AO
      * FRETE SAI SEM FRETE.
       110-GRAVAR-DETALHE.
           IF P-NUM-NF NOT NUMERIC
              MOVE SPACES TO P-SERIE-NF
              MOVE ZEROS  TO P-NUM-NF, P-DATA-NF
           END-IF

           IF P-VALOR-FRETE NOT NUMERIC
              MOVE ZEROS TO P-VALOR-FRETE
           END-IF

           IF (P-DATA-PEDIDO EQUAL TO W-DATA-HOJE
               OR P-DATA-NF EQUAL TO W-DATA-HOJE)
              AND NOT PEDIDO-CANCELADO
              AND NOT PEDIDO-AGUARDANDO-LIBERACAO
              MOVE P-NUM-PEDIDO   TO W-D-NUM-PEDIDO
              MOVE P-COD-CLIENTE  TO W-D-COD-CLIENTE
              MOVE P-COD-VENDEDOR TO W-D-COD-VENDEDOR
              MOVE P-NUM-ENDERECO TO W-D-NUM-ENDERECO
              MOVE P-DATA-PEDIDO  TO W-D-DATA-PEDIDO
              MOVE P-VALOR-PEDIDO TO W-D-VALOR-PEDIDO
              MOVE P-SERIE-NF     TO W-D-SERIE-NF
              MOVE P-NUM-NF       TO W-D-NUM-NF
              MOVE P-VALOR-FRETE  TO W-D-VALOR-FRETE
              MOVE W-REG-DETALHE TO INT-ERP-PEDIDO-LINHA
              PERFORM 900-GRAVAR-LINHA

              ADD 1              TO W-QTD-DETALHES
              ADD P-VALOR-PEDIDO TO W-SOMA-VALORES
              ADD P-VALOR-FRETE  TO W-SOMA-VALORES
           END-IF

           READ ARQ-PEDIDO
             AT END MOVE "S" TO W-FIM-PEDIDO
           END-READ.

      * GRAVA A LINHA NO ARQUIVO DE INTERFACE E A MESMA LINHA NO
      * HISTORICO DA INTERFACE.
       900-GRAVAR-LINHA.
           WRITE INT-ERP-PEDIDO-LINHA

           MOVE INT-ERP-PEDIDO-LINHA TO LOG-ERP-PEDIDO-LINHA
           WRITE LOG-ERP-PEDIDO-LINHA.

       END PROGRAM EXPORTPEDIDO.
