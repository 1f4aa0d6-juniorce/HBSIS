       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CALCFRETE AS "CALCFRETE".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * CALCULO DO FRETE DO PEDIDO PELA DISTANCIA DE ENTREGA.        *
      * CHAMADO PELA ENTRADA DE PEDIDOS (TELAPEDIDO E IMPORTPEDIDO)  *
      * DEPOIS DE SOMADOS OS ITENS. A DISTANCIA E A DE HAVERSINE,    *
      * EM METROS, DO DEPOSITO DA EMPRESA DO PEDIDO (VER             *
      * EMPRESA.CPY) AO ENDERECO DE ENTREGA NO CADASTRO DE ENDERECOS *
      * (ENDERECO 000, OU SEM COORDENADAS, USA AS COORDENADAS DO     *
      * CADASTRO DO CLIENTE). O FRETE E O DA FAIXA DA TABELA (VER    *
      * FRETE.CPY) DA REGIAO DO CLIENTE, OU DE TODAS AS REGIOES, QUE *
      * COBRE A DISTANCIA, DISPENSADO QUANDO O VALOR DOS ITENS       *
      * ALCANCA O VALOR DE ISENCAO DA FAIXA. SEM TABELA, SEM FAIXA   *
      * OU SEM COORDENADAS DO DEPOSITO OU DO DESTINO O FRETE E ZERO. *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPRESA   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EM-COD-EMPRESA
                  FILE STATUS   IS WK-FILE-STATUS.

           SELECT ARQ-ENDERECO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS END-CHAVE
                  FILE STATUS   IS WR-FILE-STATUS.

           SELECT ARQ-FRETE     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FT-CHAVE
                  FILE STATUS   IS WF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadEmpresa'.
       COPY "EMPRESA.CPY".

       FD  ARQ-ENDERECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadEnderecoEntrega'.
       COPY "ENDERECO.CPY".

       FD  ARQ-FRETE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadTabelaFrete'.
       COPY "FRETE.CPY".

       WORKING-STORAGE SECTION.
       77 WK-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WF-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-EMPRESA-DEPOSITO     PIC  9(003) VALUE ZEROS.
       77 W-TEM-DEPOSITO         PIC  X(001) VALUE "N".
       77 W-LATITUDE-DEPOSITO    PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-DEPOSITO   PIC S9(003)V9(008) VALUE ZEROS.
       77 W-TEM-DESTINO          PIC  X(001) VALUE "N".
       77 W-LATITUDE-DESTINO     PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-DESTINO    PIC S9(003)V9(008) VALUE ZEROS.

      * FAIXA DA TABELA: DISTANCIA ARREDONDADA PARA CIMA EM KM E
      * REGIAO PROCURADA (A DO CLIENTE, DEPOIS A 000).
       77 W-KM-ENTREGA           PIC  9(005) VALUE ZEROS.
       77 W-REGIAO-FAIXA         PIC  9(003) VALUE ZEROS.
       77 W-ACHOU-FAIXA          PIC  X(001) VALUE "N".

      * AREAS DO CALCULO DE HAVERSINE, IDENTICAS AS DA DISTRIBUICAO.
       77 W-CALC-DISTANCIA       PIC  9(009)V9(002) VALUE ZEROS.
       77 W-LATITUDE-1           PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LATITUDE-2           PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-1          PIC S9(003)V9(008) VALUE ZEROS.
       77 W-LONGITUDE-2          PIC S9(003)V9(008) VALUE ZEROS.
       77 W-DLA                  PIC S9(003)V9(008) VALUE ZEROS.
       77 W-DLO                  PIC S9(003)V9(008) VALUE ZEROS.
       77 W-A                    PIC S9(003)V9(008) VALUE ZEROS.
       77 W-C                    PIC S9(003)V9(008) VALUE ZEROS.

       LINKAGE SECTION.
       01  L-COD-CLIENTE          PIC  9(007).
       01  L-NUM-ENDERECO         PIC  9(003).
       01  L-COD-EMPRESA          PIC  9(003).
       01  L-COD-REGIAO           PIC  9(003).
       01  L-LATITUDE-CLIENTE     PIC S9(003)V9(008).
       01  L-LONGITUDE-CLIENTE    PIC S9(003)V9(008).
       01  L-VALOR-ITENS          PIC  9(009)V9(002).
       01  L-DISTANCIA            PIC  9(009)V9(002).
       01  L-VALOR-FRETE          PIC  9(009)V9(002).

       PROCEDURE DIVISION USING L-COD-CLIENTE,
                                 L-NUM-ENDERECO,
                                 L-COD-EMPRESA,
                                 L-COD-REGIAO,
                                 L-LATITUDE-CLIENTE,
                                 L-LONGITUDE-CLIENTE,
                                 L-VALOR-ITENS,
                                 L-DISTANCIA,
                                 L-VALOR-FRETE.
       000-INICIO.
           MOVE ZEROS TO L-DISTANCIA, L-VALOR-FRETE

           PERFORM 100-LER-DEPOSITO

           IF W-TEM-DEPOSITO EQUAL TO "S"
              PERFORM 200-LER-DESTINO
           END-IF

           IF W-TEM-DEPOSITO EQUAL TO "S"
              AND W-TEM-DESTINO EQUAL TO "S"
              PERFORM 300-CALCULAR-DISTANCIA
              MOVE W-CALC-DISTANCIA TO L-DISTANCIA
              PERFORM 400-BUSCAR-FAIXA
           END-IF

           GOBACK.

      * DEPOSITO DA EMPRESA DO PEDIDO (ZEROS = EMPRESA 001). EMPRESA
      * GRAVADA ANTES DAS COORDENADAS DO DEPOSITO VEM CURTA.
       100-LER-DEPOSITO.
           MOVE "N" TO W-TEM-DEPOSITO

           IF L-COD-EMPRESA NUMERIC
              AND L-COD-EMPRESA GREATER THAN ZEROS
              MOVE L-COD-EMPRESA TO W-EMPRESA-DEPOSITO
           ELSE
              MOVE 1 TO W-EMPRESA-DEPOSITO
           END-IF

           OPEN INPUT ARQ-EMPRESA

           IF WK-FILE-STATUS EQUAL TO "00"
              MOVE W-EMPRESA-DEPOSITO TO EM-COD-EMPRESA
              READ ARQ-EMPRESA RECORD KEY IS EM-COD-EMPRESA

              IF WK-FILE-STATUS EQUAL TO "00"
                 AND EM-LATITUDE-DEPOSITO NUMERIC
                 AND EM-LONGITUDE-DEPOSITO NUMERIC
                 MOVE EM-LATITUDE-DEPOSITO  TO W-LATITUDE-DEPOSITO
                 MOVE EM-LONGITUDE-DEPOSITO TO W-LONGITUDE-DEPOSITO

                 IF W-LATITUDE-DEPOSITO NOT EQUAL TO ZEROS
                    OR W-LONGITUDE-DEPOSITO NOT EQUAL TO ZEROS
                    MOVE "S" TO W-TEM-DEPOSITO
                 END-IF
              END-IF

              CLOSE ARQ-EMPRESA
           END-IF

           MOVE "00" TO WK-FILE-STATUS.

      * ENDERECO DE ENTREGA DO PEDIDO; O PRINCIPAL (000), O NAO
      * CADASTRADO E O SEM COORDENADAS FICAM COM AS DO CLIENTE.
       200-LER-DESTINO.
           MOVE "N" TO W-TEM-DESTINO
           MOVE L-LATITUDE-CLIENTE  TO W-LATITUDE-DESTINO
           MOVE L-LONGITUDE-CLIENTE TO W-LONGITUDE-DESTINO

           IF L-NUM-ENDERECO GREATER THAN ZEROS
              OPEN INPUT ARQ-ENDERECO

              IF WR-FILE-STATUS EQUAL TO "00"
                 MOVE L-COD-CLIENTE  TO END-COD-CLIENTE
                 MOVE L-NUM-ENDERECO TO END-NUM-ENDERECO
                 READ ARQ-ENDERECO RECORD KEY IS END-CHAVE

                 IF WR-FILE-STATUS EQUAL TO "00"
                    AND (END-LATITUDE NOT EQUAL TO ZEROS
                         OR END-LONGITUDE NOT EQUAL TO ZEROS)
                    MOVE END-LATITUDE  TO W-LATITUDE-DESTINO
                    MOVE END-LONGITUDE TO W-LONGITUDE-DESTINO
                 END-IF

                 CLOSE ARQ-ENDERECO
              END-IF

              MOVE "00" TO WR-FILE-STATUS
           END-IF

           IF W-LATITUDE-DESTINO NOT EQUAL TO ZEROS
              OR W-LONGITUDE-DESTINO NOT EQUAL TO ZEROS
              MOVE "S" TO W-TEM-DESTINO
           END-IF.

       300-CALCULAR-DISTANCIA.
           COMPUTE W-LATITUDE-1 = W-LATITUDE-DEPOSITO
                                * FUNCTION PI
                                / 180

           COMPUTE W-LATITUDE-2 = W-LATITUDE-DESTINO
                                * FUNCTION PI
                                / 180

           COMPUTE W-LONGITUDE-1 = W-LONGITUDE-DEPOSITO
                                * FUNCTION PI
                                / 180

           COMPUTE W-LONGITUDE-2 = W-LONGITUDE-DESTINO
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

      * FAIXA DA REGIAO DO CLIENTE; SEM FAIXAS NA REGIAO, AS DE
      * TODAS AS REGIOES (000).
       400-BUSCAR-FAIXA.
           COMPUTE W-KM-ENTREGA = W-CALC-DISTANCIA / 1000

           IF W-KM-ENTREGA * 1000 LESS THAN W-CALC-DISTANCIA
              ADD 1 TO W-KM-ENTREGA
           END-IF

           MOVE "N" TO W-ACHOU-FAIXA

           OPEN INPUT ARQ-FRETE

           IF WF-FILE-STATUS EQUAL TO "00"
              IF L-COD-REGIAO NUMERIC
                 MOVE L-COD-REGIAO TO W-REGIAO-FAIXA
              ELSE
                 MOVE ZEROS TO W-REGIAO-FAIXA
              END-IF

              PERFORM 410-PROCURAR-FAIXA

              IF W-ACHOU-FAIXA NOT EQUAL TO "S"
                 AND W-REGIAO-FAIXA GREATER THAN ZEROS
                 MOVE ZEROS TO W-REGIAO-FAIXA
                 PERFORM 410-PROCURAR-FAIXA
              END-IF

              IF W-ACHOU-FAIXA EQUAL TO "S"
                 IF FT-VALOR-ISENCAO GREATER THAN ZEROS
                    AND L-VALOR-ITENS NOT LESS THAN FT-VALOR-ISENCAO
                    MOVE ZEROS TO L-VALOR-FRETE
                 ELSE
                    MOVE FT-VALOR-FRETE TO L-VALOR-FRETE
                 END-IF
              END-IF

              CLOSE ARQ-FRETE
           END-IF

           MOVE "00" TO WF-FILE-STATUS.

      * A MENOR FAIXA DA REGIAO QUE COBRE A DISTANCIA; ALEM DA
      * ULTIMA FAIXA, A ULTIMA.
       410-PROCURAR-FAIXA.
           MOVE W-REGIAO-FAIXA TO FT-COD-REGIAO
           MOVE W-KM-ENTREGA   TO FT-KM-ATE
           START ARQ-FRETE KEY IS NOT LESS THAN FT-CHAVE

           IF WF-FILE-STATUS EQUAL TO "00"
              READ ARQ-FRETE NEXT RECORD

              IF WF-FILE-STATUS EQUAL TO "00"
                 AND FT-COD-REGIAO EQUAL TO W-REGIAO-FAIXA
                 MOVE "S" TO W-ACHOU-FAIXA
              END-IF
           END-IF

           IF W-ACHOU-FAIXA NOT EQUAL TO "S"
              MOVE W-REGIAO-FAIXA TO FT-COD-REGIAO
              MOVE 99999          TO FT-KM-ATE
              START ARQ-FRETE KEY IS NOT GREATER THAN FT-CHAVE

              IF WF-FILE-STATUS EQUAL TO "00"
                 READ ARQ-FRETE PREVIOUS RECORD

                 IF WF-FILE-STATUS EQUAL TO "00"
                    AND FT-COD-REGIAO EQUAL TO W-REGIAO-FAIXA
                    MOVE "S" TO W-ACHOU-FAIXA
                 END-IF
              END-IF
           END-IF.

       END PROGRAM CALCFRETE.
