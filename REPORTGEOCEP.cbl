      * PROXIMO, OS QUE PASSAM DA TOLERANCIA INFORMADA, PARA O       *
      * CADASTRO CORRIGIR A GEOCODIFICACAO ANTES DA PROXIMA          *
      * DISTRIBUICAO. A DISTANCIA USA A MESMA FORMULA DE HAVERSINE   *
      * DE 220-CALCULAR-DISTANCIA (DISTRIBUICAO.CBL). OS ENDERECOS   *
      * ACIMA DA TOLERANCIA TAMBEM SAO REGRAVADOS NO ARQUIVO DE      *
      * DIVERGENTES (VER DIVERGEO.CPY), DE ONDE A EXPORTGEO OS LEVA  *
      * PARA A SOLICITACAO AO BUREAU DE GEOCODIFICACAO.              *
      *****************************************************************

       ENVIRONMENT DIVISION.

           SELECT TB-DIVERGENCIA ASSIGN TO DISK.

           SELECT ARQ-DIVERGEO  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WD-FILE-STATUS.

           SELECT REL-GEOCEP    ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WR-FILE-STATUS.
           03 TG-CEP              PIC  9(008).
           03 TG-MUNICIPIO        PIC  X(030).

       FD  ARQ-DIVERGEO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadDivergenciaGeo'.
       COPY "DIVERGEO.CPY".

       FD  REL-GEOCEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'relAuditoriaGeo'.
       77 WC-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WZ-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WR-FILE-STATUS          PIC  X(002) VALUE "00".
       77 WD-FILE-STATUS          PIC  X(002) VALUE "00".
       77 W-DATA-AUDITORIA        PIC  9(014) VALUE ZEROS.
       77 W-CONFIRMA              PIC  X(001) VALUE SPACES.
       77 W-FIM-ENDERECO          PIC  X(001) VALUE SPACES.
       77 W-FIM-DIVERGENCIA       PIC  X(001) VALUE SPACES.

       100-CONFERIR-ENDERECOS.
           MOVE "N" TO W-FIM-ENDERECO
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-DATA-AUDITORIA

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-CEP
           OPEN INPUT ARQ-ENDERECO
           OPEN OUTPUT ARQ-DIVERGEO

           IF WX-FILE-STATUS NOT EQUAL "00"
              MOVE "S" TO W-FIM-ENDERECO
           PERFORM 110-CONFERIR-UM-ENDERECO
             UNTIL W-FIM-ENDERECO = "S"

           CLOSE ARQ-DIVERGEO
           CLOSE ARQ-ENDERECO
           CLOSE ARQ-CEP
           CLOSE ARQ-CLIENTE.
                       MOVE END-CEP          TO TG-CEP
                       MOVE CEP-MUNICIPIO    TO TG-MUNICIPIO
                       RELEASE TG-DIVERGENCIA-REG

                       MOVE END-COD-CLIENTE  TO DV-COD-CLIENTE
                       MOVE END-NUM-ENDERECO TO DV-NUM-ENDERECO
                       MOVE W-CALC-DISTANCIA TO DV-DISTANCIA
                       MOVE W-DATA-AUDITORIA TO DV-DATA-AUDITORIA
                       WRITE ARQ-DIVERGEO-REG
                    END-IF
                 END-IF
              END-IF
