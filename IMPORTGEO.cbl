      * ALTERACAO PARA O MODO INCREMENTAL ENXERGAR A MUDANCA. AS     *
      * ATUALIZACOES DO PROPRIO CLIENTE SAO GRAVADAS NO LOG DE       *
      * CLIENTES, E O RELATORIO RELIMPORTGEO TRAZ OS APLICADOS E OS  *
      * RECUSADOS COM O MOTIVO. O RETORNO APLICADO BAIXA A           *
      * SOLICITACAO ENVIADA PELA EXPORTGEO (VER SOLICGEO.CPY), E O   *
      * RELATORIO TERMINA COM AS SOLICITACOES AINDA SEM RESPOSTA.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD  KEY   IS END-CHAVE
                  FILE STATUS   IS WX-FILE-STATUS.

           SELECT ARQ-SOLICGEO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS SG-CHAVE
                  FILE STATUS   IS WG-FILE-STATUS.

           SELECT IMP-GEO       ASSIGN TO W-LABEL-IMP
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS WI-FILE-STATUS.
           VALUE OF FILE-ID IS 'cadEnderecoEntrega'.
       COPY "ENDERECO.CPY".

       FD  ARQ-SOLICGEO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSolicitacaoGeo'.
       COPY "SOLICGEO.CPY".

       FD  IMP-GEO
           LABEL RECORD IS STANDARD.
       01  IMP-GEO-REG.
       77 WL-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WS-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-USUARIO              PIC  X(020) VALUE SPACES.
       77 W-LABEL-IMP            PIC  X(020) VALUE SPACES.

       77 W-QTD-RECUSADOS        PIC  9(007) VALUE ZEROS.
       77 W-MOTIVO               PIC  X(040) VALUE SPACES.
       77 W-REGISTRO-OK          PIC  X(001) VALUE "N".
       77 W-QTD-ATENDIDAS        PIC  9(007) VALUE ZEROS.
       77 W-QTD-PENDENTES        PIC  9(007) VALUE ZEROS.
       77 W-FIM-SOLICITACAO      PIC  X(001) VALUE "N".

       01  W-CABECALHO-1.
           03 FILLER              PIC  X(030) VALUE SPACES.
           03 FILLER              PIC  X(015) VALUE "RECUSADOS....:".
           03 W-R-RECUSADOS       PIC  ZZZZZZ9.

       01  W-RESUMO-SOLICITACOES.
           03 FILLER              PIC  X(015) VALUE "SOLIC.ATEND..:".
           03 W-R-ATENDIDAS       PIC  ZZZZZZ9.
           03 FILLER              PIC  X(005) VALUE SPACES.
           03 FILLER              PIC  X(015) VALUE "SOLIC.PEND...:".
           03 W-R-PENDENTES       PIC  ZZZZZZ9.

       01  W-TITULO-PENDENTES.
           03 FILLER              PIC  X(020) VALUE SPACES.
           03 FILLER              PIC  X(040) VALUE
              "SOLICITACOES AO BUREAU SEM RESPOSTA".

       01  W-COLUNAS-PENDENTES.
           03 FILLER              PIC  X(011) VALUE "  CLIENTE".
           03 FILLER              PIC  X(005) VALUE "END.".
           03 FILLER              PIC  X(016) VALUE "CNPJ".
           03 FILLER              PIC  X(022) VALUE "MOTIVO".
           03 FILLER              PIC  X(010) VALUE "1O.ENVIO".
           03 FILLER              PIC  X(006) VALUE "ENVIOS".

       01  W-DETALHE-PENDENTE.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-P-CLIENTE         PIC  ZZZZZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-P-ENDERECO        PIC  ZZ9.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-P-CNPJ            PIC  99999999999999.
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-P-MOTIVO          PIC  X(020).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-P-DATA-ENVIO      PIC  9(008).
           03 FILLER              PIC  X(002) VALUE SPACES.
           03 W-P-ENVIOS          PIC  ZZ9.

       SCREEN SECTION.
       01 IMPORTACAO-GEO AUTO.
          02 BLANK SCREEN.
          02 LINE 07 COL 33, PIC ZZZZZZ9 FROM W-QTD-APLICADOS.
          02 LINE 08 COL 10 VALUE "REGISTROS RECUSADOS  :".
          02 LINE 08 COL 33, PIC ZZZZZZ9 FROM W-QTD-RECUSADOS.
          02 LINE 09 COL 10 VALUE "SOLICITACOES ATENDIDAS:".
          02 LINE 09 COL 33, PIC ZZZZZZ9 FROM W-QTD-ATENDIDAS.
          02 LINE 10 COL 10 VALUE "SOLICITACOES PENDENTES:".
          02 LINE 10 COL 33, PIC ZZZZZZ9 FROM W-QTD-PENDENTES.
          02 LINE 12 COL 10 VALUE
             "DETALHE GRAVADO NO RELATORIO RELIMPORTGEO.".
          02 LINE 15 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 15 COL 39, PIC X TO W-CONFIRMA.
           OPEN EXTEND ARQ-LOGCLIENTE
           OPEN OUTPUT REL-IMPORTGEO

           OPEN I-O ARQ-SOLICGEO

           IF WG-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-SOLICGEO
              CLOSE ARQ-SOLICGEO
              OPEN I-O ARQ-SOLICGEO
           END-IF

           WRITE REL-IMPORTGEO-LINHA FROM W-CABECALHO-1
           WRITE REL-IMPORTGEO-LINHA FROM W-CABECALHO-2
           MOVE SPACES TO REL-IMPORTGEO-LINHA
           MOVE W-QTD-RECUSADOS TO W-R-RECUSADOS
           WRITE REL-IMPORTGEO-LINHA FROM W-RESUMO

           PERFORM 200-LISTAR-PENDENTES

           MOVE SPACES TO REL-IMPORTGEO-LINHA
           WRITE REL-IMPORTGEO-LINHA
           MOVE W-QTD-ATENDIDAS TO W-R-ATENDIDAS
           MOVE W-QTD-PENDENTES TO W-R-PENDENTES
           WRITE REL-IMPORTGEO-LINHA FROM W-RESUMO-SOLICITACOES

           CLOSE ARQ-SOLICGEO
           CLOSE REL-IMPORTGEO
           CLOSE ARQ-LOGCLIENTE
           CLOSE ARQ-ENDERECO
           IF W-REGISTRO-OK EQUAL TO "S"
              ADD 1 TO W-QTD-APLICADOS
              MOVE "APLICADO" TO W-D-SITUACAO
              PERFORM 150-BAIXAR-SOLICITACAO
           ELSE
              ADD 1 TO W-QTD-RECUSADOS
              MOVE W-MOTIVO TO W-D-SITUACAO
              MOVE GEO-LATITUDE  TO END-LATITUDE
              MOVE GEO-LONGITUDE TO END-LONGITUDE
              MOVE FUNCTION CURRENT-DATE(1:14) TO END-DATA-ALTERACAO
              MOVE END-DATA-ALTERACAO            TO END-DATA-COORDENADA

              IF END-DATA-POSTAL NOT NUMERIC
                 MOVE ZEROS TO END-DATA-POSTAL
              END-IF

              REWRITE ARQ-ENDERECO-REG

              END-IF
           END-IF.

      * O RETORNO APLICADO RESPONDE A SOLICITACAO PENDENTE DO MESMO
      * CLIENTE/ENDERECO. RETORNO RECUSADO NAO BAIXA NADA: O
      * ENDERECO CONTINUA SEM COORDENADA CONFIAVEL E SAI DE NOVO NA
      * PROXIMA SOLICITACAO. RETORNO SEM SOLICITACAO E APLICADO
      * NORMALMENTE.
       150-BAIXAR-SOLICITACAO.
           MOVE COD-CLIENTE      TO SG-COD-CLIENTE
           MOVE GEO-NUM-ENDERECO TO SG-NUM-ENDERECO

           READ ARQ-SOLICGEO RECORD KEY IS SG-CHAVE

           IF WG-FILE-STATUS EQUAL TO "00" AND SOLICITACAO-PENDENTE
              MOVE "R" TO SG-SITUACAO
              MOVE FUNCTION CURRENT-DATE(1:14) TO SG-DATA-BAIXA

              REWRITE ARQ-SOLICGEO-REG

              IF WG-FILE-STATUS EQUAL TO "00"
                 ADD 1 TO W-QTD-ATENDIDAS
                 MOVE "APLICADO - SOLICITACAO ATENDIDA"
                   TO W-D-SITUACAO
              END-IF
           END-IF

           MOVE "00" TO WG-FILE-STATUS.

      * SOLICITACOES QUE CONTINUAM SEM RESPOSTA DEPOIS DESTE RETORNO,
      * NA ORDEM DE CLIENTE/ENDERECO.
       200-LISTAR-PENDENTES.
           MOVE "N" TO W-FIM-SOLICITACAO

           MOVE SPACES TO REL-IMPORTGEO-LINHA
           WRITE REL-IMPORTGEO-LINHA
           WRITE REL-IMPORTGEO-LINHA FROM W-TITULO-PENDENTES
           MOVE SPACES TO REL-IMPORTGEO-LINHA
           WRITE REL-IMPORTGEO-LINHA
           WRITE REL-IMPORTGEO-LINHA FROM W-COLUNAS-PENDENTES

           MOVE LOW-VALUES TO SG-CHAVE
           START ARQ-SOLICGEO KEY IS NOT LESS THAN SG-CHAVE

           IF WG-FILE-STATUS NOT EQUAL TO "00"
              MOVE "S" TO W-FIM-SOLICITACAO
           ELSE
              READ ARQ-SOLICGEO NEXT RECORD
                AT END MOVE "S" TO W-FIM-SOLICITACAO
              END-READ
           END-IF

           PERFORM 210-LISTAR-UMA-PENDENTE
             UNTIL W-FIM-SOLICITACAO = "S".

       210-LISTAR-UMA-PENDENTE.
           IF SOLICITACAO-PENDENTE
              ADD 1 TO W-QTD-PENDENTES

              MOVE SG-COD-CLIENTE  TO W-P-CLIENTE
              MOVE SG-NUM-ENDERECO TO W-P-ENDERECO
              MOVE SG-CNPJ         TO W-P-CNPJ

              EVALUATE TRUE
                WHEN SOLICITACAO-ZERADA
                   MOVE "SEM COORDENADAS"    TO W-P-MOTIVO
                WHEN SOLICITACAO-CEP
                   MOVE "DIVERGENTE DO CEP"  TO W-P-MOTIVO
                WHEN SOLICITACAO-ALTERADO
                   MOVE "ENDERECO ALTERADO"  TO W-P-MOTIVO
                WHEN OTHER
                   MOVE SPACES               TO W-P-MOTIVO
              END-EVALUATE

              MOVE SG-DATA-PRIMEIRO-ENVIO(1:8) TO W-P-DATA-ENVIO
              MOVE SG-QTD-ENVIOS   TO W-P-ENVIOS
              WRITE REL-IMPORTGEO-LINHA FROM W-DETALHE-PENDENTE
           END-IF

           READ ARQ-SOLICGEO NEXT RECORD
             AT END MOVE "S" TO W-FIM-SOLICITACAO
           END-READ.

       END PROGRAM IMPORTGEO.
