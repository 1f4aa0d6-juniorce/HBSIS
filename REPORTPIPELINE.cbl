
      *****************************************************************
      * RELATORIO DO FUNIL DE PROSPECTS POR REGIAO E ESTAGIO (VER    *
      * PROSPECT.CPY). IMPRIME UMA SECAO POR REGIAO E, DENTRO DELA,  *
      * UMA POR VENDEDOR ATRIBUIDO (VER DISTRIBPROSPECT; VENDEDOR    *
      * ZERADO = SEM VENDEDOR), COM OS PROSPECTS ORDENADOS POR       *
      * ESTAGIO E OS TOTAIS DO VENDEDOR E DA REGIAO (CONTATADOS,     *
      * PROPOSTAS, GANHOS E PERDIDOS), COM OS TOTAIS GERAIS AO       *
      * FINAL.                                                       *
      *****************************************************************
                  RECORD  KEY   IS PS-COD-PROSPECT
                  FILE STATUS   IS WO-FILE-STATUS.

           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VENDEDOR
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS WV-FILE-STATUS.

           SELECT TB-PROSPECT   ASSIGN TO DISK.

           SELECT REL-PIPELINE  ASSIGN TO DISK
           VALUE OF FILE-ID IS 'cadProspect'.
       COPY "PROSPECT.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadVendedor'.
       COPY "VENDEDOR.CPY".

       SD  TB-PROSPECT.
       01  TS-PROSPECT-REG.
           03 TS-COD-REGIAO       PIC  9(003).
           03 TS-COD-VENDEDOR     PIC  9(003).
           03 TS-ESTAGIO          PIC  X(001).
           03 TS-COD-PROSPECT     PIC  9(005).
           03 TS-RAZAO-SOCIAL     PIC  X(040).
       WORKING-STORAGE SECTION.
       77 WO-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WV-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-FIM-PROSPECT          PIC  X(001) VALUE SPACES.
       77 W-PRIMEIRO-REGISTRO     PIC  X(001) VALUE "S".
       77 W-REGIAO-ATUAL          PIC  9(003) VALUE ZEROS.
       77 W-VENDEDOR-ATUAL        PIC  9(003) VALUE ZEROS.

      * CONTADORES POR ESTAGIO DO VENDEDOR E DA REGIAO CORRENTES E
      * GERAIS.
       77 W-VEN-CONTATADOS        PIC  9(005) VALUE ZEROS.
       77 W-VEN-PROPOSTAS         PIC  9(005) VALUE ZEROS.
       77 W-VEN-GANHOS            PIC  9(005) VALUE ZEROS.
       77 W-VEN-PERDIDOS          PIC  9(005) VALUE ZEROS.
       77 W-QTD-CONTATADOS        PIC  9(005) VALUE ZEROS.
       77 W-QTD-PROPOSTAS         PIC  9(005) VALUE ZEROS.
       77 W-QTD-GANHOS            PIC  9(005) VALUE ZEROS.
           03 FILLER              PIC  X(008) VALUE "REGIAO:".
           03 W-G-REGIAO          PIC  ZZ9.

       01  W-GRUPO-VENDEDOR.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(010) VALUE "VENDEDOR:".
           03 W-G-VENDEDOR        PIC  ZZ9.
           03 FILLER              PIC  X(003) VALUE " - ".
           03 W-G-NOME-VENDEDOR   PIC  X(040).

       01  W-DETALHE.
           03 FILLER              PIC  X(006) VALUE SPACES.
           03 W-D-ESTAGIO         PIC  X(001).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-CODIGO          PIC  ZZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-RAZAO           PIC  X(040).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-D-CONTATO         PIC  X(037).

       01  W-SUBTOTAL-VENDEDOR.
           03 FILLER              PIC  X(006) VALUE SPACES.
           03 FILLER              PIC  X(012) VALUE "CONTATADOS:".
           03 W-SV-CONTATADOS     PIC  ZZZZ9.
           03 FILLER              PIC  X(012) VALUE "  PROPOSTAS:".
           03 W-SV-PROPOSTAS      PIC  ZZZZ9.
           03 FILLER              PIC  X(009) VALUE "  GANHOS:".
           03 W-SV-GANHOS         PIC  ZZZZ9.
           03 FILLER              PIC  X(011) VALUE "  PERDIDOS:".
           03 W-SV-PERDIDOS       PIC  ZZZZ9.

       01  W-SUBTOTAL.
           03 FILLER              PIC  X(003) VALUE SPACES.
           03 FILLER              PIC  X(012) VALUE "REGIAO -".
           03 FILLER              PIC  X(012) VALUE "CONTATADOS:".
           03 W-S-CONTATADOS      PIC  ZZZZ9.
           03 FILLER              PIC  X(012) VALUE "  PROPOSTAS:".
       000-INICIO.
           SORT TB-PROSPECT
                ON ASCENDING KEY TS-COD-REGIAO
                                 TS-COD-VENDEDOR
                                 TS-ESTAGIO
                                 TS-COD-PROSPECT
                INPUT PROCEDURE 100-SELECIONAR-PROSPECTS
           CLOSE ARQ-PROSPECT.

       110-LER-PROSPECT.
      * REGISTRO ANTERIOR A ATRIBUICAO DE VENDEDOR VEM CURTO (VER
      * PROSPECT.CPY) E ENTRA COMO SEM VENDEDOR.
           IF PS-COD-VENDEDOR NUMERIC
              MOVE PS-COD-VENDEDOR TO TS-COD-VENDEDOR
           ELSE
              MOVE ZEROS TO TS-COD-VENDEDOR
           END-IF

           MOVE PS-COD-REGIAO   TO TS-COD-REGIAO
           MOVE PS-ESTAGIO      TO TS-ESTAGIO
           MOVE PS-COD-PROSPECT TO TS-COD-PROSPECT

       200-IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-PIPELINE
           OPEN INPUT ARQ-VENDEDOR
           MOVE "N" TO W-FIM-PROSPECT
           MOVE "S" TO W-PRIMEIRO-REGISTRO

           PERFORM 220-IMPRIMIR-DETALHE UNTIL W-FIM-PROSPECT = "S"

           IF W-PRIMEIRO-REGISTRO = "N"
              PERFORM 250-IMPRIMIR-SUBTOTAL-VENDEDOR
              PERFORM 240-IMPRIMIR-SUBTOTAL
           END-IF

           MOVE W-TOT-PERDIDOS   TO W-R-PERDIDOS
           WRITE REL-PIPELINE-LINHA FROM W-RODAPE

           CLOSE ARQ-VENDEDOR
           CLOSE REL-PIPELINE.

       220-IMPRIMIR-DETALHE.
           IF W-PRIMEIRO-REGISTRO = "S"
              MOVE TS-COD-REGIAO   TO W-REGIAO-ATUAL
              MOVE TS-COD-VENDEDOR TO W-VENDEDOR-ATUAL
              MOVE "N" TO W-PRIMEIRO-REGISTRO
              PERFORM 210-IMPRIMIR-CABECALHO-REGIAO
              PERFORM 230-IMPRIMIR-CABECALHO-VENDEDOR
           END-IF

           IF TS-COD-REGIAO NOT = W-REGIAO-ATUAL
              PERFORM 250-IMPRIMIR-SUBTOTAL-VENDEDOR
              PERFORM 240-IMPRIMIR-SUBTOTAL
              MOVE TS-COD-REGIAO   TO W-REGIAO-ATUAL
              MOVE TS-COD-VENDEDOR TO W-VENDEDOR-ATUAL
              PERFORM 210-IMPRIMIR-CABECALHO-REGIAO
              PERFORM 230-IMPRIMIR-CABECALHO-VENDEDOR
           END-IF

           IF TS-COD-VENDEDOR NOT = W-VENDEDOR-ATUAL
              PERFORM 250-IMPRIMIR-SUBTOTAL-VENDEDOR
              MOVE TS-COD-VENDEDOR TO W-VENDEDOR-ATUAL
              PERFORM 230-IMPRIMIR-CABECALHO-VENDEDOR
           END-IF

           MOVE TS-ESTAGIO      TO W-D-ESTAGIO

           EVALUATE TS-ESTAGIO
             WHEN "C"
                ADD 1 TO W-VEN-CONTATADOS, W-QTD-CONTATADOS,
                         W-TOT-CONTATADOS
             WHEN "P"
                ADD 1 TO W-VEN-PROPOSTAS, W-QTD-PROPOSTAS,
                         W-TOT-PROPOSTAS
             WHEN "G"
                ADD 1 TO W-VEN-GANHOS, W-QTD-GANHOS, W-TOT-GANHOS
             WHEN OTHER
                ADD 1 TO W-VEN-PERDIDOS, W-QTD-PERDIDOS,
                         W-TOT-PERDIDOS
           END-EVALUATE

           RETURN TB-PROSPECT RECORD INTO TS-PROSPECT-REG
           MOVE W-REGIAO-ATUAL TO W-G-REGIAO
           WRITE REL-PIPELINE-LINHA FROM W-GRUPO-REGIAO.

       230-IMPRIMIR-CABECALHO-VENDEDOR.
           MOVE W-VENDEDOR-ATUAL TO W-G-VENDEDOR

           IF W-VENDEDOR-ATUAL EQUAL TO ZEROS
              MOVE "SEM VENDEDOR ATRIBUIDO" TO W-G-NOME-VENDEDOR
           ELSE
              MOVE W-VENDEDOR-ATUAL TO COD-VENDEDOR
              READ ARQ-VENDEDOR RECORD KEY IS COD-VENDEDOR

              IF WV-FILE-STATUS EQUAL TO "00"
                 MOVE NOME-VENDEDOR TO W-G-NOME-VENDEDOR
              ELSE
                 MOVE "** VENDEDOR NAO CADASTRADO **"
                   TO W-G-NOME-VENDEDOR
              END-IF
           END-IF

           WRITE REL-PIPELINE-LINHA FROM W-GRUPO-VENDEDOR.

       250-IMPRIMIR-SUBTOTAL-VENDEDOR.
           MOVE W-VEN-CONTATADOS TO W-SV-CONTATADOS
           MOVE W-VEN-PROPOSTAS  TO W-SV-PROPOSTAS
           MOVE W-VEN-GANHOS     TO W-SV-GANHOS
           MOVE W-VEN-PERDIDOS   TO W-SV-PERDIDOS
           WRITE REL-PIPELINE-LINHA FROM W-SUBTOTAL-VENDEDOR

           MOVE ZEROS TO W-VEN-CONTATADOS, W-VEN-PROPOSTAS,
                         W-VEN-GANHOS, W-VEN-PERDIDOS.

       240-IMPRIMIR-SUBTOTAL.
           MOVE W-QTD-CONTATADOS TO W-S-CONTATADOS
           MOVE W-QTD-PROPOSTAS  TO W-S-PROPOSTAS
