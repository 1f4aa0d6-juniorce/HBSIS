      * TELAATRIBUICAO) E MARCAR CADA ENTRADA COMO TRATADA COM DATA   *
      * E USUARIO. AS MARCACOES SAO GRAVADAS DE VOLTA NO ARQUIVO DE   *
      * EXCECOES AO FINALIZAR, E A DISTRIBUICAO AS PRESERVA QUANDO A  *
      * MESMA EXCECAO REAPARECE NA EXECUCAO SEGUINTE. A RECUSA NA     *
      * ENTREGA (ORIGEM "E") PODE SER ENCERRADA LIBERANDO O PEDIDO    *
      * PARA UM NOVO ROMANEIO OU SO MARCADA COMO TRATADA.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WV-FILE-STATUS.

           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

           SELECT ARQ-ATRIBUICAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
           VALUE OF FILE-ID IS 'cadVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-ATRIBUICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadAtribuicaoManual'.
       77 WC-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WV-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WM-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-OPCAO-FILA           PIC  X(001) VALUE SPACES.
       77 W-USUARIO              PIC  X(020) VALUE SPACES.
              05 W-EXC-RESOLVIDO      PIC X(001).
              05 W-EXC-DATA           PIC 9(008).
              05 W-EXC-USUARIO        PIC X(020).
              05 W-EXC-ORIGEM         PIC X(001).
       77 W-QTD-EXCECOES         PIC  9(004) VALUE ZEROS.
       77 W-IDX-EXCECAO          PIC  9(004) VALUE ZEROS.
      * LINHAS RELIDAS DO ARQUIVO NA HORA DE GRAVAR, PARA ACHAR AS
      * QUE FORAM APENSADAS DEPOIS DA CARGA (RECUSAS NA ENTREGA).
       77 W-QTD-RELIDAS          PIC  9(005) VALUE ZEROS.
      * LIGADO QUANDO O ARQUIVO TEM MAIS EXCECOES DO QUE A TABELA
      * COMPORTA. NESSE CASO A REGRAVACAO E BLOQUEADA PARA NAO
      * PERDER AS LINHAS QUE FICARAM DE FORA DA TABELA.
       77 W-FILA-EXCEDIDA        PIC  X(001) VALUE "N".

      * MOTIVO DA RECUSA NA ENTREGA, COMO A TELAROMANEIO O GRAVA:
      * PEDIDO E ROMANEIO NO INICIO, SEGUIDOS DO COMECO DO MOTIVO.
       01  W-MOTIVO-RECUSA.
           03 FILLER              PIC  X(004).
           03 W-MR-PEDIDO         PIC  9(007).
           03 FILLER              PIC  X(005).
           03 W-MR-ROMANEIO       PIC  9(007).
           03 FILLER              PIC  X(017).

      * CAMPOS DE EXIBICAO DA EXCECAO CORRENTE.
       77 W-EXIBE-CLIENTE        PIC  9(007) VALUE ZEROS.
       77 W-EXIBE-ENDERECO       PIC  9(003) VALUE ZEROS.
             "[N] PROXIMA  [A] ANTERIOR  [V] ATRIBUIR VENDEDOR".
          02 LINE 15 COL 10 VALUE
             "[R] MARCAR TRATADA  [F] FINALIZAR E GRAVAR".
          02 LINE 16 COL 10 VALUE
             "[L] LIBERAR PEDIDO RECUSADO NA ENTREGA".
          02 LINE 17 COL 10, "OPCAO:".
          02 LINE 17 COL 17, PIC X TO W-OPCAO-FILA.

       01 TELA-ATRIBUIR-VENDEDOR AUTO.
          02 BLANK SCREEN.
                TO W-EXC-DATA(W-QTD-EXCECOES)
              MOVE E-USUARIO-RESOLUCAO
                TO W-EXC-USUARIO(W-QTD-EXCECOES)
              MOVE E-ORIGEM
                TO W-EXC-ORIGEM(W-QTD-EXCECOES)
           ELSE
              MOVE "S" TO W-FILA-EXCEDIDA
           END-IF
             WHEN 'R'
                PERFORM 300-MARCAR-TRATADA
                PERFORM 100-EXIBIR-EXCECAO
             WHEN 'L'
                PERFORM 310-LIBERAR-PEDIDO
                PERFORM 100-EXIBIR-EXCECAO
             WHEN 'F'
                PERFORM 400-GRAVAR-FILA
                CALL "MENU"
             TO W-EXC-DATA(W-IDX-EXCECAO)
           MOVE W-USUARIO TO W-EXC-USUARIO(W-IDX-EXCECAO).

      * SO VALE PARA A RECUSA NA ENTREGA: O PEDIDO QUE CONTINUA
      * FATURADO E PRESO AO ROMANEIO DA RECUSA TEM O ROMANEIO ZERADO
      * E ENTRA NA PROXIMA GERACAO; A EXCECAO E MARCADA COMO TRATADA
      * MESMO QUE O PEDIDO JA TENHA SAIDO DO ROMANEIO POR OUTRO
      * CAMINHO.
       310-LIBERAR-PEDIDO.
           IF W-EXC-ORIGEM(W-IDX-EXCECAO) EQUAL TO "E"
              MOVE W-EXC-MOTIVO(W-IDX-EXCECAO) TO W-MOTIVO-RECUSA

              IF W-MR-PEDIDO NUMERIC
                 AND W-MR-ROMANEIO NUMERIC
                 PERFORM 320-DESVINCULAR-ROMANEIO
              END-IF

              PERFORM 300-MARCAR-TRATADA
           END-IF.

       320-DESVINCULAR-ROMANEIO.
           OPEN I-O ARQ-PEDIDO

           IF WP-FILE-STATUS EQUAL TO "00"
              MOVE W-MR-PEDIDO TO P-NUM-PEDIDO
              READ ARQ-PEDIDO RECORD KEY IS P-NUM-PEDIDO

              IF WP-FILE-STATUS EQUAL TO "00"
                 AND PEDIDO-FATURADO
                 AND P-NUM-ROMANEIO NUMERIC
                 AND P-NUM-ROMANEIO EQUAL TO W-MR-ROMANEIO
                 MOVE ZEROS TO P-NUM-ROMANEIO
                 REWRITE ARQ-PEDIDO-REG
              END-IF

              CLOSE ARQ-PEDIDO
           END-IF.

      * REGRAVA O ARQUIVO DE EXCECOES INTEIRO A PARTIR DA TABELA,
      * LEVANDO AS MARCACOES DE TRATAMENTO FEITAS NESTA SESSAO. SE O
      * ARQUIVO NAO COUBE NA TABELA, A REGRAVACAO E BLOQUEADA PARA
      * NAO DESCARTAR AS EXCECOES QUE FICARAM DE FORA. ANTES, ENTRAM
      * NA TABELA AS LINHAS APENSADAS AO ARQUIVO DURANTE A SESSAO
      * (A CONFIRMACAO DE ENTREGAS GRAVA RECUSAS NO FIM DO ARQUIVO).
       400-GRAVAR-FILA.
           PERFORM 420-INCORPORAR-NOVAS

           IF W-FILA-EXCEDIDA EQUAL TO "S"
              DISPLAY MENSAGEM-FILA-EXCEDIDA
              ACCEPT  MENSAGEM-FILA-EXCEDIDA
           MOVE W-EXC-RESOLVIDO(W-IDX-EXCECAO)    TO E-RESOLVIDO
           MOVE W-EXC-DATA(W-IDX-EXCECAO)         TO E-DATA-RESOLUCAO
           MOVE W-EXC-USUARIO(W-IDX-EXCECAO)      TO E-USUARIO-RESOLUCAO
           MOVE W-EXC-ORIGEM(W-IDX-EXCECAO)       TO E-ORIGEM

           WRITE ARQ-EXCECAO-REG.

       420-INCORPORAR-NOVAS.
           MOVE ZEROS TO W-QTD-RELIDAS

           OPEN INPUT ARQ-EXCECAO

           IF WE-FILE-STATUS EQUAL "00"
              READ ARQ-EXCECAO
                AT END MOVE "99" TO WE-FILE-STATUS
              END-READ

              PERFORM 430-CONFERIR-RELIDA
                UNTIL WE-FILE-STATUS NOT EQUAL "00"

              CLOSE ARQ-EXCECAO
           END-IF.

       430-CONFERIR-RELIDA.
           ADD 1 TO W-QTD-RELIDAS

           IF W-QTD-RELIDAS GREATER THAN W-QTD-EXCECOES
              PERFORM 020-LER-EXCECAO
           ELSE
              READ ARQ-EXCECAO
                AT END MOVE "99" TO WE-FILE-STATUS
              END-READ
           END-IF.

      * COM O LOCK DE EXECUCAO LIGADO (VER LOCKEXEC.CPY) AS
      * GRAVACOES SAO RECUSADAS: UMA DISTRIBUICAO EM ANDAMENTO NAO
      * PODE ENXERGAR DADOS MEIO ANTIGOS, MEIO NOVOS.
