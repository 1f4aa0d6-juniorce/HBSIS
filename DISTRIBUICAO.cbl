                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WL-FILE-STATUS.

      * COPIA DAS EXCECOES QUE NAO SAO DA DISTRIBUICAO, FEITA ANTES
      * DE ARQ-EXCECAO SER RECRIADO.
           SELECT WRK-EXCECAO     ASSIGN TO DISK
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS W2-FILE-STATUS.

      * EXPLICACAO DA DISTRIBUICAO: SOLICITACAO FEITA NA
      * TELAEXPLICACAO E ARQUIVO COM OS CANDIDATOS AVALIADOS POR
      * ENDERECO (VER SOLICEXPLIC.CPY E EXPLICACAO.CPY).
           SELECT ARQ-SOLICEXPLIC ASSIGN TO DISK
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WQ-FILE-STATUS.

           SELECT ARQ-EXPLICACAO  ASSIGN TO DISK
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WN-FILE-STATUS.

      * RELATORIO DA SIMULACAO (L-TIPO-EXECUCAO = "S"): COMPARA O
      * RESULTADO QUE SERIA GRAVADO COM A DISTRIBUICAO VIGENTE, SEM
      * TOCAR NOS ARQUIVOS OPERACIONAIS.
           VALUE OF FILE-ID IS 'cadLockExecucao'.
       COPY "LOCKEXEC.CPY".

       FD  WRK-EXCECAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'wrkExcecaoDistribuicao'.
       01  WRK-EXCECAO-LINHA      PIC  X(080).

       FD  ARQ-SOLICEXPLIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadSolicitacaoExplicacao'.
       COPY "SOLICEXPLIC.CPY".

       FD  ARQ-EXPLICACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadExplicacaoDistribuicao'.
       COPY "EXPLICACAO.CPY".

       WORKING-STORAGE SECTION.
       77 WV-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WC-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WP-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WG-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WL-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WQ-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WN-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W2-FILE-STATUS         PIC  X(002) VALUE "00".
      * "S" QUANDO O PROGRAMA FOI CHAMADO PELO LOTE NOTURNO (VER
      * SS-MODO-LOTE EM SESSAO.CPY): AO FINAL DEVOLVE O CONTROLE AO
      * LOTE EM VEZ DE ENCADEAR O PROXIMO PROGRAMA.
      * GRUPO PASSA NAS REGRAS E FOI POSTO EM D-COD-VENDEDOR).
       77 W-GRUPO-VALIDO         PIC  X(001) VALUE "N".

      * EXPLICACAO DA DISTRIBUICAO (VER SOLICEXPLIC.CPY): LIGADA
      * QUANDO HA SOLICITACAO PENDENTE NO INICIO DO LOTE. SEM LISTA
      * (W-QTD-EXP-CLIENTE ZERADA) TODOS OS CLIENTES SAO EXPLICADOS.
      * W-EXPLICAR-ENDERECO VALE PARA O ENDERECO EM ATRIBUICAO E
      * W-EXP-REGRA GUARDA A REGRA QUE DECIDIU O ENDERECO.
       77 W-EXPLICAR             PIC  X(001) VALUE "N".
       77 W-EXPLICAR-ENDERECO    PIC  X(001) VALUE "N".
       77 W-EXP-REGRA            PIC  X(001) VALUE SPACES.
       77 W-EXP-DATA-SOLICITACAO PIC  9(014) VALUE ZEROS.
       01  W-TABELA-EXP-CLIENTE.
           03 W-EXP-COD-CLIENTE   PIC 9(007) OCCURS 10 TIMES.
       77 W-QTD-EXP-CLIENTE      PIC  9(002) VALUE ZEROS.
       77 W-IDX-EXP-CLIENTE      PIC  9(002) VALUE ZEROS.

      * VENDEDORES NAO ATIVOS, CARREGADOS JUNTO COM OS ATIVOS SOMENTE
      * QUANDO A EXPLICACAO ESTA LIGADA, PARA CONSTAREM DELA COMO
      * CANDIDATOS REPROVADOS POR INATIVIDADE. A BUSCA NAO OS USA.
       01  W-TABELA-VENDEDOR-INATIVO.
           03 W-INA-REGISTRO      OCCURS 999 TIMES.
              05 W-INA-CODIGO         PIC 9(003).
              05 W-INA-LATITUDE       PIC S9(003)V9(008).
              05 W-INA-LONGITUDE      PIC S9(003)V9(008).
              05 W-INA-CAPACIDADE     PIC 9(005).
              05 W-INA-REGIAO         PIC 9(003).
              05 W-INA-EMPRESA        PIC 9(003).
       77 W-QTD-INATIVOS         PIC  9(003) VALUE ZEROS.
       77 W-IDX-INATIVO          PIC  9(003) VALUE ZEROS.

      * CONTROLE DAS PASSAGENS DA CLASSIFICACAO ABC: O ARQUIVO DE
      * CLIENTES E VARRIDO TRES VEZES, PRIMEIRO SO OS CLASSE "A",
      * DEPOIS OS "B" E POR FIM OS DEMAIS, PARA QUE A CAPACIDADE
       77 W-IDX-EXCECAO-ANT      PIC 9(003) VALUE ZEROS.
       77 W-ACHOU-EXCECAO-ANT    PIC  X(001) VALUE "N".

      * EXCECOES QUE NAO SAO DA DISTRIBUICAO (REATIVACAO DE CLIENTES
      * SEM COMPRA, PEDIDOS PROGRAMADOS NAO GERADOS, VER E-ORIGEM EM
      * EXCECAO.CPY): COPIADAS INTEIRAS PARA WRK-EXCECAO ANTES DE O
      * ARQUIVO SER RECRIADO E DEVOLVIDAS LOGO EM SEGUIDA, SEM LIMITE
      * DE QUANTIDADE.
       77 W-FIM-EXCECAO-OUTRAS   PIC  X(001) VALUE "N".

      * CONTADORES E LINHAS DO RELATORIO DA SIMULACAO.
       77 W-SIM-QTD-TROCAS       PIC 9(005) VALUE ZEROS.
       77 W-SIM-QTD-ENTRADAS     PIC 9(005) VALUE ZEROS.
           PERFORM 012-CARREGAR-PARAMETROS-REGIAO
           PERFORM 014-CARREGAR-GRUPOS
           PERFORM 040-CARREGAR-AUSENCIAS
           PERFORM 018-LER-SOLICITACAO-EXPLICACAO
           PERFORM 035-CARREGAR-VENDEDORES

      * A SIMULACAO NUNCA RETOMA NEM GRAVA CHECKPOINT: UM CHECKPOINT
              PERFORM 017-GRAVAR-LOCK
           END-IF

           IF W-EXPLICAR EQUAL TO "S"
              PERFORM 019-ABRIR-EXPLICACAO
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-ATRIBUICAO
           OPEN INPUT ARQ-ENDERECO
                 END-IF

                 OPEN OUTPUT ARQ-EXCECAO
                 PERFORM 057-DEVOLVER-EXCECOES-OUTRAS
              END-IF

              OPEN EXTEND ARQ-HISTORICO
           CLOSE ARQ-ATRIBUICAO
           CLOSE ARQ-ENDERECO

           IF W-EXPLICAR EQUAL TO "S"
              PERFORM 260-ENCERRAR-EXPLICACAO
           END-IF

           IF W-SIMULACAO EQUAL TO "S"
              PERFORM 650-ENCERRAR-SIMULACAO
              PERFORM 655-REGISTRAR-SPOOL-SIMULACAO
              ELSE
                 MOVE 1 TO W-VEN-EMPRESA(W-QTD-VENDEDORES)
              END-IF
           ELSE
              IF W-EXPLICAR EQUAL TO "S" AND W-QTD-INATIVOS < 999
                 PERFORM 037-GUARDAR-VENDEDOR-INATIVO
              END-IF
           END-IF

           READ ARQ-VENDEDOR NEXT
             AT END MOVE "99" TO WV-FILE-STATUS
           END-READ.

       037-GUARDAR-VENDEDOR-INATIVO.
           ADD 1 TO W-QTD-INATIVOS
           MOVE COD-VENDEDOR        TO W-INA-CODIGO(W-QTD-INATIVOS)
           MOVE LATITUDE-VENDEDOR   TO W-INA-LATITUDE(W-QTD-INATIVOS)
           MOVE LONGITUDE-VENDEDOR  TO W-INA-LONGITUDE(W-QTD-INATIVOS)
           MOVE CAPACIDADE-VENDEDOR TO W-INA-CAPACIDADE(W-QTD-INATIVOS)
           MOVE COD-REGIAO-VENDEDOR TO W-INA-REGIAO(W-QTD-INATIVOS)

           IF COD-EMPRESA-VENDEDOR NUMERIC
              AND COD-EMPRESA-VENDEDOR GREATER THAN ZEROS
              MOVE COD-EMPRESA-VENDEDOR
                TO W-INA-EMPRESA(W-QTD-INATIVOS)
           ELSE
              MOVE 1 TO W-INA-EMPRESA(W-QTD-INATIVOS)
           END-IF.

      * PROCURA W-COD-VENDEDOR-BUSCA NA TABELA DE VENDEDORES ATIVOS.
      * QUANDO ENCONTRADO, OS CAMPOS DO REGISTRO DO VENDEDOR SAO
      * PREENCHIDOS A PARTIR DA TABELA PARA USO DE
           WRITE ARQ-LOCK-REG
           CLOSE ARQ-LOCK.

      * LE A SOLICITACAO DE EXPLICACAO (VER SOLICEXPLIC.CPY). A
      * DATA/HORA DA SOLICITACAO E GUARDADA PARA QUE, AO FINAL, SO
      * SEJA DESLIGADA A MESMA SOLICITACAO ATENDIDA POR ESTE LOTE.
       018-LER-SOLICITACAO-EXPLICACAO.
           MOVE "N"   TO W-EXPLICAR
           MOVE ZEROS TO W-QTD-EXP-CLIENTE
           INITIALIZE ARQ-SOLICEXPLIC-REG

           OPEN INPUT ARQ-SOLICEXPLIC

           IF WQ-FILE-STATUS EQUAL "00"
              READ ARQ-SOLICEXPLIC
              CLOSE ARQ-SOLICEXPLIC
           END-IF

           IF SX-QTD-CLIENTES NOT NUMERIC
              OR SX-QTD-CLIENTES GREATER THAN 10
              MOVE ZEROS TO SX-QTD-CLIENTES
           END-IF

           IF EXPLICACAO-TODOS
              MOVE "S" TO W-EXPLICAR
           END-IF

           IF EXPLICACAO-LISTA AND SX-QTD-CLIENTES GREATER THAN ZEROS
              MOVE "S"               TO W-EXPLICAR
              MOVE SX-QTD-CLIENTES   TO W-QTD-EXP-CLIENTE
              MOVE SX-LISTA-CLIENTES TO W-TABELA-EXP-CLIENTE
           END-IF

           MOVE SX-DATA-HORA TO W-EXP-DATA-SOLICITACAO.

      * A EXPLICACAO DE UMA EXECUCAO NOVA RECRIA O ARQUIVO; NUMA
      * RETOMADA AS LINHAS GRAVADAS ANTES DA INTERRUPCAO FICAM.
       019-ABRIR-EXPLICACAO.
           IF W-RETOMANDO EQUAL TO "S"
              OPEN EXTEND ARQ-EXPLICACAO
              IF WN-FILE-STATUS NOT EQUAL "00"
                 OPEN OUTPUT ARQ-EXPLICACAO
              END-IF
           ELSE
              OPEN OUTPUT ARQ-EXPLICACAO
           END-IF.

       020-VERIFICAR-CHECKPOINT.
           MOVE "N" TO W-RETOMANDO
           INITIALIZE ARQ-CHECKPOINT-REG
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
           END-IF

           COMPUTE W-ID-EXECUCAO = CTL-ULTIMA-EXECUCAO + 1
           MOVE W-ID-EXECUCAO TO CTL-ULTIMA-EXECUCAO

      * TRATAMENTO) ANTES DE O ARQUIVO SER RECRIADO, PARA QUE
      * 113-GRAVAR-EXCECAO POSSA PRESERVAR O TRATAMENTO DAS QUE
      * REAPARECEREM NESTA EXECUCAO.
      * FORA DA SIMULACAO, AS EXCECOES DE OUTRA ORIGEM VAO PARA
      * WRK-EXCECAO (VER 057-DEVOLVER-EXCECOES-OUTRAS).
       055-CARREGAR-EXCECOES-ANTERIORES.
           MOVE ZEROS TO W-QTD-EXCECAO-ANT

           IF W-SIMULACAO NOT EQUAL "S"
              OPEN OUTPUT WRK-EXCECAO
           END-IF

           OPEN INPUT ARQ-EXCECAO

           IF WE-FILE-STATUS EQUAL "00"

              CLOSE ARQ-EXCECAO
              MOVE "00" TO WE-FILE-STATUS
           END-IF

           IF W-SIMULACAO NOT EQUAL "S"
              CLOSE WRK-EXCECAO
           END-IF.

       056-LER-EXCECAO-ANTERIOR.
           IF NOT EXCECAO-DISTRIBUICAO
              IF W-SIMULACAO NOT EQUAL "S"
                 WRITE WRK-EXCECAO-LINHA FROM ARQ-EXCECAO-REG
              END-IF
           ELSE
              IF W-QTD-EXCECAO-ANT < 999
                 ADD 1 TO W-QTD-EXCECAO-ANT
                 MOVE E-COD-CLIENTE
                   TO W-EXA-COD-CLIENTE(W-QTD-EXCECAO-ANT)
                 MOVE E-NUM-ENDERECO
                   TO W-EXA-NUM-ENDERECO(W-QTD-EXCECAO-ANT)
                 MOVE E-RESOLVIDO
                   TO W-EXA-RESOLVIDO(W-QTD-EXCECAO-ANT)
                 MOVE E-DATA-RESOLUCAO
                   TO W-EXA-DATA(W-QTD-EXCECAO-ANT)
                 MOVE E-USUARIO-RESOLUCAO
                   TO W-EXA-USUARIO(W-QTD-EXCECAO-ANT)
              END-IF
           END-IF

           READ ARQ-EXCECAO
             AT END MOVE "99" TO WE-FILE-STATUS
           END-READ.

      * DEVOLVE AO ARQUIVO RECRIADO AS EXCECOES QUE NAO SAO DA
      * DISTRIBUICAO, COM A MARCACAO DE TRATAMENTO QUE JA TINHAM.
       057-DEVOLVER-EXCECOES-OUTRAS.
           MOVE "N" TO W-FIM-EXCECAO-OUTRAS

           OPEN INPUT WRK-EXCECAO

           IF W2-FILE-STATUS EQUAL "00"
              READ WRK-EXCECAO
                AT END MOVE "S" TO W-FIM-EXCECAO-OUTRAS
              END-READ

              PERFORM 058-REGRAVAR-EXCECAO-OUTRA
                UNTIL W-FIM-EXCECAO-OUTRAS EQUAL TO "S"

              CLOSE WRK-EXCECAO
           END-IF.

       058-REGRAVAR-EXCECAO-OUTRA.
           MOVE WRK-EXCECAO-LINHA TO ARQ-EXCECAO-REG
           WRITE ARQ-EXCECAO-REG

           READ WRK-EXCECAO
             AT END MOVE "S" TO W-FIM-EXCECAO-OUTRAS
           END-READ.

      * GRAVA UMA EXCECAO JA COM O CONTROLE DE TRATAMENTO: SE A MESMA
      * EXCECAO (CLIENTE/ENDERECO) JA EXISTIA NA EXECUCAO ANTERIOR
      * COM MARCACAO DE TRATADA, A MARCACAO E PRESERVADA; CASO
       115-GRAVAR-EXCECAO-ARQUIVO.
           ADD 1 TO W-RUN-QTD-EXCECOES

           MOVE "D"    TO E-ORIGEM
           MOVE "N"    TO E-RESOLVIDO
           MOVE ZEROS  TO E-DATA-RESOLUCAO
           MOVE SPACES TO E-USUARIO-RESOLUCAO
           MOVE "N"         TO W-ACHOU-VENDEDOR
           MOVE "N"         TO W-ACHOU-ANTERIOR

           PERFORM 225-VERIFICAR-EXPLICACAO
           PERFORM 103-BUSCAR-GRUPO-CLIENTE
           PERFORM 104-BUSCAR-ATRIBUICAO-MANUAL

           IF W-ACHOU-MANUAL = "S"
              MOVE "M" TO D-ORIGEM-ATRIBUICAO
              IF W-EXPLICAR-ENDERECO EQUAL TO "S"
                 MOVE "M" TO W-EXP-REGRA
                 PERFORM 240-EXPLICAR-SEM-BUSCA
              END-IF
              PERFORM 114-GRAVAR-DISTRIBUICAO
              ADD   1 TO W-QTD-ATRIBUIDA(D-COD-VENDEDOR)
              ADD   1 TO W-RUN-QTD-MANUAIS

              IF W-ACHOU-ANTERIOR = "S"
                 MOVE "R" TO D-ORIGEM-ATRIBUICAO
                 IF W-EXPLICAR-ENDERECO EQUAL TO "S"
                    MOVE "R" TO W-EXP-REGRA
                    PERFORM 240-EXPLICAR-SEM-BUSCA
                 END-IF
                 PERFORM 114-GRAVAR-DISTRIBUICAO
                 ADD   1 TO W-QTD-ATRIBUIDA(D-COD-VENDEDOR)
                 ADD   1 TO W-RUN-QTD-REAPROVEITADOS

                 IF W-GRUPO-VALIDO = "S"
                    MOVE "C" TO D-ORIGEM-ATRIBUICAO
                    IF W-EXPLICAR-ENDERECO EQUAL TO "S"
                       MOVE "G" TO W-EXP-REGRA
                       PERFORM 240-EXPLICAR-SEM-BUSCA
                    END-IF
                    PERFORM 114-GRAVAR-DISTRIBUICAO
                    ADD   1 TO W-QTD-ATRIBUIDA(D-COD-VENDEDOR)
                    ADD   1 TO W-RUN-QTD-CALCULADOS
                      UNTIL W-IDX-VENDEDOR-TAB NOT LESS THAN
                            W-QTD-VENDEDORES

                    IF W-EXPLICAR-ENDERECO EQUAL TO "S"
                       PERFORM 242-EXPLICAR-BUSCA
                    END-IF

                    IF W-ACHOU-VENDEDOR = "S"
                       MOVE  W-MENOR-DISTANCIA TO DISTANCIA
                       MOVE  W-SEGUNDO-VENDEDOR
       210-AVALIAR-VENDEDOR.
           MOVE "S" TO W-TEVE-VENDEDOR

           IF W-EXPLICAR-ENDERECO EQUAL TO "S"
              PERFORM 230-ANOTAR-CANDIDATO
           END-IF

           IF W-VENDEDOR-AUSENTE(COD-VENDEDOR) NOT EQUAL TO "S"
              AND COD-EMPRESA-VENDEDOR EQUAL TO W-EMPRESA-CLIENTE
              PERFORM 220-CALCULAR-DISTANCIA
              END-IF
           END-IF.

      * CONFERE SE O ENDERECO EM ATRIBUICAO DEVE SER EXPLICADO: COM
      * A EXPLICACAO LIGADA, TODOS OS CLIENTES QUANDO NAO HA LISTA,
      * SENAO SOMENTE OS CLIENTES DA LISTA.
       225-VERIFICAR-EXPLICACAO.
           MOVE "N" TO W-EXPLICAR-ENDERECO

           IF W-EXPLICAR EQUAL TO "S"
              IF W-QTD-EXP-CLIENTE EQUAL TO ZEROS
                 MOVE "S" TO W-EXPLICAR-ENDERECO
              ELSE
                 MOVE ZEROS TO W-IDX-EXP-CLIENTE
                 PERFORM 226-PROCURAR-CLIENTE-EXPLICAR
                   UNTIL W-IDX-EXP-CLIENTE NOT LESS THAN
                         W-QTD-EXP-CLIENTE
                      OR W-EXPLICAR-ENDERECO EQUAL TO "S"
              END-IF
           END-IF.

       226-PROCURAR-CLIENTE-EXPLICAR.
           ADD 1 TO W-IDX-EXP-CLIENTE

           IF W-EXP-COD-CLIENTE(W-IDX-EXP-CLIENTE) EQUAL TO COD-CLIENTE
              MOVE "S" TO W-EXPLICAR-ENDERECO
           END-IF.

      * ANOTA O VENDEDOR CORRENTE COMO CANDIDATO DO ENDERECO, COM A
      * DISTANCIA E A PRIMEIRA REGRA DA BUSCA EM QUE FOI REPROVADO
      * (VER EX-MOTIVO EM EXPLICACAO.CPY), NO MESMO ESTADO DE CARGA
      * EM QUE 210-AVALIAR-VENDEDOR O JULGA. VENDEDOR DE OUTRA
      * EMPRESA NAO CONCORRE AO CLIENTE E NAO E ANOTADO.
       230-ANOTAR-CANDIDATO.
           IF COD-EMPRESA-VENDEDOR EQUAL TO W-EMPRESA-CLIENTE
              PERFORM 220-CALCULAR-DISTANCIA

              EVALUATE TRUE
                WHEN W-VENDEDOR-AUSENTE(COD-VENDEDOR) EQUAL TO "S"
                   MOVE "U" TO EX-MOTIVO
                WHEN COD-REGIAO-CLIENTE NOT EQUAL ZEROS
                     AND COD-REGIAO-VENDEDOR NOT EQUAL ZEROS
                     AND COD-REGIAO-CLIENTE NOT EQUAL
                         COD-REGIAO-VENDEDOR
                   MOVE "R" TO EX-MOTIVO
                WHEN CAPACIDADE-VENDEDOR NOT EQUAL ZEROS
                     AND W-QTD-ATRIBUIDA(COD-VENDEDOR) NOT LESS THAN
                         CAPACIDADE-VENDEDOR
                   MOVE "K" TO EX-MOTIVO
                WHEN W-CALC-DISTANCIA > W-DISTANCIA-MAXIMA-EFETIVA
                   MOVE "T" TO EX-MOTIVO
                WHEN OTHER
                   MOVE "A" TO EX-MOTIVO
              END-EVALUATE

              PERFORM 235-GRAVAR-CANDIDATO
           END-IF.

       235-GRAVAR-CANDIDATO.
           MOVE "C"                         TO EX-TIPO-LINHA
           MOVE COD-VENDEDOR                TO EX-COD-VENDEDOR
           MOVE W-CALC-DISTANCIA            TO EX-DISTANCIA
           MOVE SPACES                      TO EX-REGRA
           MOVE ZEROS                       TO EX-COD-VENDEDOR-RESERVA
           MOVE W-DISTANCIA-MAXIMA-EFETIVA  TO EX-DISTANCIA-MAXIMA
           MOVE W-QTD-ATRIBUIDA(COD-VENDEDOR) TO EX-CARGA
           MOVE CAPACIDADE-VENDEDOR         TO EX-CAPACIDADE

           PERFORM 255-GRAVAR-EXPLICACAO.

      * ENDERECO DECIDIDO SEM A BUSCA (ATRIBUICAO MANUAL, ANTERIOR
      * MANTIDA OU VENDEDOR DO GRUPO): OS VENDEDORES SAO AVALIADOS
      * DO MESMO JEITO QUE NA BUSCA, SO PARA A EXPLICACAO, ANTES DE A
      * CARGA DO VENCEDOR SER ATUALIZADA.
       240-EXPLICAR-SEM-BUSCA.
           MOVE ZEROS TO W-IDX-VENDEDOR-TAB

           PERFORM 241-ANOTAR-CANDIDATO-TABELA
             UNTIL W-IDX-VENDEDOR-TAB NOT LESS THAN W-QTD-VENDEDORES

           PERFORM 245-ANOTAR-INATIVOS
           PERFORM 250-ANOTAR-DECISAO.

       241-ANOTAR-CANDIDATO-TABELA.
           ADD 1 TO W-IDX-VENDEDOR-TAB
           PERFORM 109-ESPELHAR-VENDEDOR-TABELA
           PERFORM 230-ANOTAR-CANDIDATO.

      * FECHA A EXPLICACAO DE UM ENDERECO QUE PASSOU PELA BUSCA: OS
      * ATIVOS JA FORAM ANOTADOS POR 210-AVALIAR-VENDEDOR; FALTAM OS
      * INATIVOS E A DECISAO (MENOR DISTANCIA, MENOR CARGA NO MODO
      * BALANCEADO, OU EXCECAO QUANDO NINGUEM PASSOU).
       242-EXPLICAR-BUSCA.
           PERFORM 245-ANOTAR-INATIVOS

           IF W-ACHOU-VENDEDOR EQUAL TO "S"
              MOVE W-MENOR-DISTANCIA  TO DISTANCIA
              MOVE W-SEGUNDO-VENDEDOR TO D-COD-VENDEDOR-RESERVA
              IF W-MODO-BALANCEADO EQUAL TO "S"
                 MOVE "L" TO W-EXP-REGRA
              ELSE
                 MOVE "B" TO W-EXP-REGRA
              END-IF
           ELSE
              MOVE "E" TO W-EXP-REGRA
           END-IF

           PERFORM 250-ANOTAR-DECISAO.

       245-ANOTAR-INATIVOS.
           MOVE ZEROS TO W-IDX-INATIVO

           PERFORM 246-ANOTAR-INATIVO
             UNTIL W-IDX-INATIVO NOT LESS THAN W-QTD-INATIVOS.

       246-ANOTAR-INATIVO.
           ADD 1 TO W-IDX-INATIVO

           MOVE W-INA-CODIGO(W-IDX-INATIVO)     TO COD-VENDEDOR
           MOVE W-INA-LATITUDE(W-IDX-INATIVO)   TO LATITUDE-VENDEDOR
           MOVE W-INA-LONGITUDE(W-IDX-INATIVO)  TO LONGITUDE-VENDEDOR
           MOVE W-INA-CAPACIDADE(W-IDX-INATIVO) TO CAPACIDADE-VENDEDOR
           MOVE W-INA-REGIAO(W-IDX-INATIVO)     TO COD-REGIAO-VENDEDOR
           MOVE W-INA-EMPRESA(W-IDX-INATIVO)    TO COD-EMPRESA-VENDEDOR

           IF COD-EMPRESA-VENDEDOR EQUAL TO W-EMPRESA-CLIENTE
              PERFORM 220-CALCULAR-DISTANCIA
              MOVE "I" TO EX-MOTIVO
              PERFORM 235-GRAVAR-CANDIDATO
           END-IF.

      * LINHA DE DECISAO DO ENDERECO: QUEM FICOU COM ELE, A QUE
      * DISTANCIA, O RESERVA E A REGRA QUE DECIDIU (W-EXP-REGRA).
       250-ANOTAR-DECISAO.
           MOVE "D"         TO EX-TIPO-LINHA
           MOVE W-EXP-REGRA TO EX-REGRA
           MOVE SPACES      TO EX-MOTIVO
           MOVE W-DISTANCIA-MAXIMA-EFETIVA TO EX-DISTANCIA-MAXIMA
           MOVE ZEROS       TO EX-CAPACIDADE

           IF W-EXP-REGRA EQUAL TO "E"
              MOVE ZEROS TO EX-COD-VENDEDOR
              MOVE ZEROS TO EX-DISTANCIA
              MOVE ZEROS TO EX-COD-VENDEDOR-RESERVA
              MOVE ZEROS TO EX-CARGA
           ELSE
              MOVE D-COD-VENDEDOR         TO EX-COD-VENDEDOR
              MOVE DISTANCIA              TO EX-DISTANCIA
              MOVE D-COD-VENDEDOR-RESERVA TO EX-COD-VENDEDOR-RESERVA
              MOVE W-QTD-ATRIBUIDA(D-COD-VENDEDOR) TO EX-CARGA
           END-IF

           PERFORM 255-GRAVAR-EXPLICACAO.

       255-GRAVAR-EXPLICACAO.
           MOVE W-ID-EXECUCAO          TO EX-ID-EXECUCAO
           MOVE L-TIPO-EXECUCAO        TO EX-TIPO-EXECUCAO
           MOVE D-COD-CLIENTE          TO EX-COD-CLIENTE
           MOVE D-NUM-ENDERECO         TO EX-NUM-ENDERECO
           MOVE W-RUN-DATA-HORA-INICIO TO EX-DATA-HORA

           WRITE ARQ-EXPLICACAO-REG.

      * FECHA O ARQUIVO DE EXPLICACAO E DESLIGA A SOLICITACAO
      * ATENDIDA, ANOTANDO A EXECUCAO. UMA SOLICITACAO REFEITA NA
      * TELA DURANTE O LOTE (OUTRA DATA/HORA) FICA PARA A PROXIMA.
       260-ENCERRAR-EXPLICACAO.
           CLOSE ARQ-EXPLICACAO

           INITIALIZE ARQ-SOLICEXPLIC-REG

           OPEN INPUT ARQ-SOLICEXPLIC

           IF WQ-FILE-STATUS EQUAL "00"
              READ ARQ-SOLICEXPLIC
              CLOSE ARQ-SOLICEXPLIC
           END-IF

           IF SX-DATA-HORA EQUAL TO W-EXP-DATA-SOLICITACAO
              MOVE "N"           TO SX-MODO
              MOVE W-ID-EXECUCAO TO SX-ID-EXECUCAO

              OPEN OUTPUT ARQ-SOLICEXPLIC
              WRITE ARQ-SOLICEXPLIC-REG
              CLOSE ARQ-SOLICEXPLIC
           END-IF.

      * CALCULA A DISTANCIA (EM METROS, FORMULA DE HAVERSINE) ENTRE O
      * CLIENTE E O VENDEDOR CORRENTES, DEIXANDO O RESULTADO EM
      * W-CALC-DISTANCIA. USADO TANTO PELA BUSCA AUTOMATICA QUANTO
