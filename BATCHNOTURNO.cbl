      *      JA TERMINARAM COM OK NO LOG)                            *
      *   4. GERA A INTERFACE DO ERP (EXPORTERP)                     *
      *   5. GERA A INTERFACE DE PEDIDOS DO ERP (EXPORTPEDIDO)       *
      *   6. BAIXA OS PAGAMENTOS DO RETORNO BANCARIO (IMPORTBANCO)   *
      *   7. APURA A COBRANCA E GERA OS AVISOS (GERACOBRANCA)        *
      *   8. IMPRIME OS RELATORIOS DE DISTRIBUICAO, CLIENTES E       *
      *      VENDEDORES                                              *
      *   9. GERA OS PACOTES DE CAMPO POR VENDEDOR (REPORTPACOTE)    *
      *  10. PLANEJA AS VISITAS DAS PROXIMAS SEMANAS (PLANEJAVISITA); *
      *      RODA LOGO DEPOIS DA DISTRIBUICAO, PARA O PACOTE DE      *
      *      CAMPO JA SAIR COM AS VISITAS PLANEJADAS DO DIA          *
      *  11. APONTA OS CLIENTES SEM COMPRA (CLIENTESEMCOMPRA);       *
      *      RODA DEPOIS DA DISTRIBUICAO, QUE RECRIA A FILA DE       *
      *      EXCECOES                                                *
      *  12. IMPORTA OS PEDIDOS TIRADOS EM CAMPO (IMPORTPEDIDO);     *
      *      RODA ANTES DA DISTRIBUICAO, PARA O PEDIDO SER           *
      *      CONFERIDO CONTRA A CARTEIRA EM QUE FOI TIRADO           *
      *  13. IMPORTA PRODUTOS E PRECOS DO ERP (IMPORTPRODUTO); RODA  *
      *      ANTES DAS INTERFACES DE PEDIDOS, PARA QUE OS PEDIDOS DE *
      *      CAMPO JA SEJAM VALIDADOS PELO PRECO DE LISTA DO DIA     *
      *  14. APLICA O FATURAMENTO, A ENTREGA E O CANCELAMENTO DE     *
      *      PEDIDOS DEVOLVIDOS PELO ERP (IMPORTSTATUSERP); RODA     *
      *      ANTES DA BAIXA BANCARIA E DA COBRANCA, PARA QUE OS      *
      *      TITULOS DO FATURAMENTO JA ENTREM NA COBRANCA DO DIA     *
      * CADA PASSO E REGISTRADO NO LOG DO LOTE (LOGLOTE) COM INICIO, *
      * FIM, QUANTIDADES E RESULTADO; UM PASSO COM ERRO INTERROMPE   *
      * A SEQUENCIA, SALVO SE A TABELA O MARCA PARA SO AVISAR.       *
      * OS PASSOS, A ORDEM E OS DIAS EM QUE CADA UM RODA (TODO DIA,  *
      * PRIMEIRO OU ULTIMO DIA UTIL DO MES, UM DIA DA SEMANA) VEM DA *
      * TABELA DE PASSOS (VER PASSOLOTE.CPY), MANTIDA NA TELA        *
      * TELAPASSOLOTE; SEM A TABELA VALE A SEQUENCIA PADRAO ACIMA    *
      * (PASSOPADRAO.CPY), QUE TRAZ AINDA, DESATIVADOS, O FECHAMENTO *
      * DE COMISSAO E O ARQUIVAMENTO DO HISTORICO.                   *
      * A SESSAO E ABERTA EM MODO LOTE (VER SESSAO.CPY)              *
      * PARA QUE OS PROGRAMAS CHAMADOS DEVOLVAM O CONTROLE EM VEZ DE *
      * ENCADEAR AS TELAS, E E LIMPA AO FINAL.                       *
      * AS VALIDACOES DE IMPORTACAO SAO AS MESMAS DAS TELAS DE       *
                  RECORD  KEY   IS FE-DATA
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT ARQ-PASSOLOTE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PL-ORDEM
                  FILE STATUS   IS WP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTE
           03 LL-DATA-HORA-FIM    PIC  9(014).
           03 LL-PASSO            PIC  X(030).
           03 LL-REGISTROS        PIC  9(007).
      * "OK" PASSO CONCLUIDO, "ER" PASSO COM ERRO (INTERROMPE O LOTE),
      * "AV" PASSO COM ERRO MARCADO NA TABELA PARA SO AVISAR (O LOTE
      * SEGUE).
           03 LL-RESULTADO        PIC  X(002).
           03 LL-FILE-STATUS      PIC  X(002).

           VALUE OF FILE-ID IS 'cadFeriado'.
       COPY "FERIADO.CPY".

       FD  ARQ-PASSOLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'cadPassoLote'.
       COPY "PASSOLOTE.CPY".

       WORKING-STORAGE SECTION.
       77 WC-FILE-STATUS         PIC  X(002) VALUE "00".
       77 WV-FILE-STATUS         PIC  X(002) VALUE "00".
      * TERMINARAM COM "OK" E RECOMECA NO PASSO QUE FALHOU, SEM
      * REIMPORTAR ARQUIVOS DE ENTRADA JA CONSUMIDOS.
       77 W-MODO-RESTART         PIC  X(001) VALUE "N".
      * RESULTADO DE CADA PASSO NA EXECUCAO ANTERIOR DO LOTE, NA
      * MESMA POSICAO DE W-TAB-PASSO (O PASSO E RECONHECIDO PELO
      * NOME GRAVADO NO LOG): "S" CONCLUIDO COM OK, "E" TERMINOU
      * COM ERRO OU AVISO, "N" NAO CHEGOU A RODAR.
       01  W-PASSOS-ANTERIORES.
           03 W-ANT-PASSO-OK     PIC X(001) OCCURS 50 TIMES
                                 VALUE "N".
       01  W-PASSOS-CORRENTES.
           03 W-CUR-PASSO-OK     PIC X(001) OCCURS 50 TIMES
                                 VALUE "N".
       77 W-CUR-TEM-DADO         PIC  X(001) VALUE "N".
       77 W-IDX-PASSO            PIC  9(002) VALUE ZEROS.
       77 W-IDX-BUSCA            PIC  9(002) VALUE ZEROS.

      * PASSOS ATIVOS DO LOTE NA ORDEM DE EXECUCAO, LIDOS DA TABELA
      * DE PASSOS (VER PASSOLOTE.CPY) OU, SEM ELA, DA SEQUENCIA
      * PADRAO (VER PASSOPADRAO.CPY).
       77 WP-FILE-STATUS         PIC  X(002) VALUE "00".
       01  W-TABELA-PASSOS.
           03 W-TAB-PASSO        OCCURS 50 TIMES.
              05 W-TP-NOME       PIC  X(030).
              05 W-TP-PROGRAMA   PIC  X(020).
              05 W-TP-FALHA      PIC  X(001).
              05 W-TP-QUANDO     PIC  X(001).
              05 W-TP-DIA-SEMANA PIC  9(001).
       77 W-QTD-PASSOS           PIC  9(002) VALUE ZEROS.
       77 W-TEM-TABELA           PIC  X(001) VALUE "N".
       77 W-FIM-PASSOS           PIC  X(001) VALUE "N".
       77 W-PASSO-DO-DIA         PIC  X(001) VALUE "N".
       77 W-PROGRAMA-PASSO       PIC  X(020) VALUE SPACES.
      * "S" ENQUANTO O PASSO CORRENTE ESTA MARCADO PARA SO AVISAR: A
      * FALHA FICA "AV" NO LOG E NAO INTERROMPE O LOTE.
       77 W-FALHA-SO-AVISA       PIC  X(001) VALUE "N".
      * "S" QUANDO A CONFERENCIA DE ALERTAS JA RODOU COMO PASSO DA
      * TABELA; SENAO ELA RODA NO ENCERRAMENTO DO LOTE.
       77 W-ALERTA-VERIFICADO    PIC  X(001) VALUE "N".
       COPY "PASSOPADRAO.CPY".

      * CALENDARIO DE DIAS UTEIS: O LOTE NAO RODA EM DOMINGO NEM EM
      * FERIADO CADASTRADO (VER FERIADO.CPY); O PULO FICA REGISTRADO
       77 W-DIA-SEMANA           PIC  9(001) VALUE ZEROS.
       77 W-DIA-UTIL             PIC  X(001) VALUE "S".

      * AGENDA DOS PASSOS: SE A DATA DO LOTE E O PRIMEIRO OU O
      * ULTIMO DIA UTIL DO MES (MESMA REGRA DE DIA UTIL DO LOTE).
       01  W-DATA-MES.
           03 W-DM-ANO           PIC  9(004).
           03 W-DM-MES           PIC  9(002).
           03 W-DM-DIA           PIC  9(002).
       01  W-DATA-MES-R REDEFINES W-DATA-MES PIC 9(008).
       77 W-DIAS-TESTE           PIC  9(008) VALUE ZEROS.
       77 W-DIAS-DE              PIC  9(008) VALUE ZEROS.
       77 W-DIAS-ATE             PIC  9(008) VALUE ZEROS.
       77 W-DATA-TESTE           PIC  9(008) VALUE ZEROS.
       77 W-TESTE-UTIL           PIC  X(001) VALUE "S".
       77 W-ACHOU-UTIL           PIC  X(001) VALUE "N".
       77 W-FERIADO-ABERTO       PIC  X(001) VALUE "N".
       77 W-PRIMEIRO-DIA-UTIL    PIC  X(001) VALUE "N".
       77 W-ULTIMO-DIA-UTIL      PIC  X(001) VALUE "N".

      * CONTROLE DO PASSO CORRENTE PARA O LOG DO LOTE.
       77 W-PASSO-NOME           PIC  X(030) VALUE SPACES.
       77 W-PASSO-INICIO         PIC  9(014) VALUE ZEROS.
                MOVE "C" TO W-TIPO-EXECUCAO
           END-EVALUATE

           PERFORM 040-CARREGAR-PASSOS

           IF W-MODO-RESTART EQUAL TO "S"
              PERFORM 030-CARREGAR-LOG-ANTERIOR
           END-IF

           PERFORM 010-ABRIR-SESSAO-LOTE

           PERFORM 050-EXECUTAR-PASSO
             VARYING W-IDX-PASSO FROM 1 BY 1
               UNTIL W-IDX-PASSO GREATER THAN W-QTD-PASSOS
                  OR W-LOTE-OK NOT EQUAL TO "S"

           PERFORM 900-ENCERRAR-LOTE.

           MOVE ZEROS TO W-IDX-PASSO

           EVALUATE LL-PASSO
             WHEN "FIM DO LOTE"
                MOVE W-PASSOS-CORRENTES TO W-PASSOS-ANTERIORES
                MOVE ALL "N" TO W-PASSOS-CORRENTES
                MOVE "N"     TO W-CUR-TEM-DADO
             WHEN OTHER
                PERFORM 032-LOCALIZAR-PASSO
                  VARYING W-IDX-BUSCA FROM 1 BY 1
                    UNTIL W-IDX-BUSCA GREATER THAN W-QTD-PASSOS
                       OR W-IDX-PASSO GREATER THAN ZEROS
           END-EVALUATE

           IF W-IDX-PASSO GREATER THAN ZEROS
              IF LL-RESULTADO EQUAL TO "OK"
                 MOVE "S" TO W-CUR-PASSO-OK(W-IDX-PASSO)
              ELSE
                 MOVE "E" TO W-CUR-PASSO-OK(W-IDX-PASSO)
              END-IF
           END-IF

             AT END MOVE "99" TO WO-FILE-STATUS
           END-READ.

       032-LOCALIZAR-PASSO.
           IF W-TP-NOME(W-IDX-BUSCA) EQUAL TO LL-PASSO
              MOVE W-IDX-BUSCA TO W-IDX-PASSO
           END-IF.

      * CARREGA OS PASSOS ATIVOS DA TABELA NA ORDEM DA CHAVE. SE A
      * TABELA NAO EXISTE OU NAO TEM NENHUM REGISTRO, VALE A
      * SEQUENCIA PADRAO; UMA TABELA COM TODOS OS PASSOS DESATIVADOS
      * E RESPEITADA (O LOTE NAO EXECUTA NENHUM PASSO).
       040-CARREGAR-PASSOS.
           MOVE ZEROS TO W-QTD-PASSOS
           MOVE "N"   TO W-TEM-TABELA
           MOVE "N"   TO W-FIM-PASSOS

           OPEN INPUT ARQ-PASSOLOTE

           IF WP-FILE-STATUS EQUAL "00"
              MOVE ZEROS TO PL-ORDEM
              START ARQ-PASSOLOTE KEY IS NOT LESS THAN PL-ORDEM

              IF WP-FILE-STATUS NOT EQUAL "00"
                 MOVE "S" TO W-FIM-PASSOS
              ELSE
                 READ ARQ-PASSOLOTE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-PASSOS
                 END-READ
              END-IF

              PERFORM 041-GUARDAR-PASSO UNTIL W-FIM-PASSOS = "S"

              CLOSE ARQ-PASSOLOTE
              MOVE "00" TO WP-FILE-STATUS
           END-IF

           IF W-TEM-TABELA NOT EQUAL TO "S"
              PERFORM 042-GUARDAR-PASSO-PADRAO
                VARYING W-IDX-BUSCA FROM 1 BY 1
                  UNTIL W-IDX-BUSCA GREATER THAN W-QTD-PASSOS-PADRAO
           END-IF.

       041-GUARDAR-PASSO.
           MOVE "S" TO W-TEM-TABELA

           IF PASSO-ATIVO
              AND W-QTD-PASSOS LESS THAN 50
              ADD 1 TO W-QTD-PASSOS
              MOVE PL-NOME       TO W-TP-NOME(W-QTD-PASSOS)
              MOVE PL-PROGRAMA   TO W-TP-PROGRAMA(W-QTD-PASSOS)
              MOVE PL-FALHA      TO W-TP-FALHA(W-QTD-PASSOS)
              MOVE PL-QUANDO     TO W-TP-QUANDO(W-QTD-PASSOS)

              IF PL-DIA-SEMANA NUMERIC
                 MOVE PL-DIA-SEMANA TO W-TP-DIA-SEMANA(W-QTD-PASSOS)
              ELSE
                 MOVE ZEROS TO W-TP-DIA-SEMANA(W-QTD-PASSOS)
              END-IF
           END-IF

           READ ARQ-PASSOLOTE NEXT RECORD
             AT END MOVE "S" TO W-FIM-PASSOS
           END-READ.

       042-GUARDAR-PASSO-PADRAO.
           IF PD-ATIVO(W-IDX-BUSCA) EQUAL TO "S"
              ADD 1 TO W-QTD-PASSOS
              MOVE PD-NOME(W-IDX-BUSCA)
                TO W-TP-NOME(W-QTD-PASSOS)
              MOVE PD-PROGRAMA(W-IDX-BUSCA)
                TO W-TP-PROGRAMA(W-QTD-PASSOS)
              MOVE PD-FALHA(W-IDX-BUSCA)
                TO W-TP-FALHA(W-QTD-PASSOS)
              MOVE PD-QUANDO(W-IDX-BUSCA)
                TO W-TP-QUANDO(W-QTD-PASSOS)
              MOVE PD-DIA-SEMANA(W-IDX-BUSCA)
                TO W-TP-DIA-SEMANA(W-QTD-PASSOS)
           END-IF.

      * NA RETOMADA, UM PASSO QUE JA TERMINOU COM "OK" NA EXECUCAO
      * ANTERIOR NAO E REPETIDO - EM PARTICULAR AS IMPORTACOES, QUE
      * JA CONSUMIRAM OS ARQUIVOS DE ENTRADA. O PASSO QUE FALHOU E
      * REPETIDO MESMO FORA DA SUA AGENDA, POIS A RETOMADA PODE CAIR
      * NO DIA SEGUINTE; OS QUE NAO CHEGARAM A RODAR SEGUEM A AGENDA
      * DO DIA.
       050-EXECUTAR-PASSO.
           EVALUATE W-ANT-PASSO-OK(W-IDX-PASSO)
             WHEN "S"
                MOVE "N" TO W-PASSO-DO-DIA
             WHEN "E"
                MOVE "S" TO W-PASSO-DO-DIA
             WHEN OTHER
                PERFORM 055-VERIFICAR-AGENDA
           END-EVALUATE

           IF W-PASSO-DO-DIA EQUAL TO "S"
              MOVE W-TP-NOME(W-IDX-PASSO) TO W-PASSO-NOME

              IF W-TP-FALHA(W-IDX-PASSO) EQUAL TO "A"
                 MOVE "S" TO W-FALHA-SO-AVISA
              ELSE
                 MOVE "N" TO W-FALHA-SO-AVISA
              END-IF

              EVALUATE W-TP-PROGRAMA(W-IDX-PASSO)
                WHEN "IMPCLIENTE"
                   PERFORM 100-PASSO-IMPORTAR-CLIENTES
                WHEN "IMPVENDEDOR"
                   PERFORM 200-PASSO-IMPORTAR-VENDEDORES
                WHEN "IMPORTPRODUTO"
                   PERFORM 240-PASSO-PRODUTOS-ERP
                WHEN "IMPORTPEDIDO"
                   PERFORM 250-PASSO-PEDIDOS-CAMPO
                WHEN "DISTRIBUICAO"
                   PERFORM 300-PASSO-DISTRIBUICAO
                WHEN "PLANEJAVISITA"
                   PERFORM 350-PASSO-PLANEJAMENTO
                WHEN "CLIENTESEMCOMPRA"
                   PERFORM 360-PASSO-SEM-COMPRA
                WHEN "EXPORTERP"
                   PERFORM 400-PASSO-EXPORTAR-ERP
                WHEN "EXPORTPEDIDO"
                   PERFORM 450-PASSO-EXPORTAR-PEDIDOS
                WHEN "IMPORTSTATUSERP"
                   PERFORM 460-PASSO-STATUS-ERP
                WHEN "IMPORTBANCO"
                   PERFORM 470-PASSO-BAIXA-BANCARIA
                WHEN "GERACOBRANCA"
                   PERFORM 480-PASSO-COBRANCA
                WHEN "RELATORIOS"
                   PERFORM 500-PASSO-RELATORIOS
                WHEN "REPORTPACOTE"
                   PERFORM 550-PASSO-PACOTES
                WHEN "VERIFICAALERTA"
                   PERFORM 560-PASSO-ALERTAS
                WHEN OTHER
                   PERFORM 600-PASSO-PROGRAMA
              END-EVALUATE

              MOVE "N" TO W-FALHA-SO-AVISA
           END-IF.

      * O DIA UTIL JA FOI CONFERIDO NA PARTIDA; AQUI SO A AGENDA DO
      * PASSO. QUALQUER CODIGO DE AGENDA DESCONHECIDO VALE TODO DIA.
       055-VERIFICAR-AGENDA.
           MOVE "N" TO W-PASSO-DO-DIA

           EVALUATE W-TP-QUANDO(W-IDX-PASSO)
             WHEN "P"
                MOVE W-PRIMEIRO-DIA-UTIL TO W-PASSO-DO-DIA
             WHEN "U"
                MOVE W-ULTIMO-DIA-UTIL   TO W-PASSO-DO-DIA
             WHEN "S"
                IF W-TP-DIA-SEMANA(W-IDX-PASSO) EQUAL TO W-DIA-SEMANA
                   MOVE "S" TO W-PASSO-DO-DIA
                END-IF
             WHEN OTHER
                MOVE "S" TO W-PASSO-DO-DIA
           END-EVALUATE.

      * CONSULTA O CALENDARIO NA PARTIDA DO LOTE: DOMINGO OU FERIADO
      * CADASTRADO NAO E DIA UTIL E O LOTE E PULADO COM UMA LINHA NO
      * LOG. NOS DIAS UTEIS, O TIPO DE EXECUCAO CONFIGURADO PARA O
           COMPUTE W-DIA-SEMANA =
                   FUNCTION MOD(W-DIAS-LOTE - 1, 7) + 1

           MOVE "N" TO W-FERIADO-ABERTO

           OPEN INPUT ARQ-FERIADO

           IF WF-FILE-STATUS EQUAL TO "00"
              MOVE "S" TO W-FERIADO-ABERTO
           END-IF

           MOVE W-DIAS-LOTE TO W-DIAS-TESTE
           PERFORM 025-TESTAR-DIA-UTIL
           MOVE W-TESTE-UTIL TO W-DIA-UTIL

           IF W-DIA-UTIL EQUAL TO "S"
              PERFORM 026-VERIFICAR-INICIO-FIM-MES
           END-IF

           IF W-FERIADO-ABERTO EQUAL TO "S"
              CLOSE ARQ-FERIADO
              MOVE "00" TO WF-FILE-STATUS
           END-IF
              END-IF
           END-IF.

      * DOMINGO OU FERIADO CADASTRADO NAO E DIA UTIL. O DIA A TESTAR
      * VEM EM W-DIAS-TESTE (DIAS DO CALENDARIO INTERNO).
       025-TESTAR-DIA-UTIL.
           MOVE "S" TO W-TESTE-UTIL

           IF FUNCTION MOD(W-DIAS-TESTE - 1, 7) EQUAL TO 6
              MOVE "N" TO W-TESTE-UTIL
           END-IF

           IF W-TESTE-UTIL EQUAL TO "S"
              AND W-FERIADO-ABERTO EQUAL TO "S"
              COMPUTE W-DATA-TESTE =
                      FUNCTION DATE-OF-INTEGER(W-DIAS-TESTE)
              MOVE W-DATA-TESTE TO FE-DATA
              READ ARQ-FERIADO RECORD KEY IS FE-DATA

              IF WF-FILE-STATUS EQUAL TO "00"
                 MOVE "N" TO W-TESTE-UTIL
              END-IF
           END-IF.

      * PRIMEIRO DIA UTIL DO MES: NENHUM DIA UTIL DO DIA 1 ATE
      * ONTEM. ULTIMO DIA UTIL: NENHUM DIA UTIL DE AMANHA ATE O FIM
      * DO MES.
       026-VERIFICAR-INICIO-FIM-MES.
           MOVE W-DATA-LOTE TO W-DATA-MES-R
           MOVE 1           TO W-DM-DIA
           COMPUTE W-DIAS-DE = FUNCTION INTEGER-OF-DATE(W-DATA-MES-R)
           MOVE W-DIAS-LOTE TO W-DIAS-ATE

           MOVE "N" TO W-ACHOU-UTIL
           PERFORM 027-PROCURAR-DIA-UTIL
             VARYING W-DIAS-TESTE FROM W-DIAS-DE BY 1
               UNTIL W-DIAS-TESTE NOT LESS THAN W-DIAS-ATE

           IF W-ACHOU-UTIL EQUAL TO "S"
              MOVE "N" TO W-PRIMEIRO-DIA-UTIL
           ELSE
              MOVE "S" TO W-PRIMEIRO-DIA-UTIL
           END-IF

           IF W-DM-MES EQUAL TO 12
              ADD  1 TO W-DM-ANO
              MOVE 1 TO W-DM-MES
           ELSE
              ADD  1 TO W-DM-MES
           END-IF

           COMPUTE W-DIAS-DE  = W-DIAS-LOTE + 1
           COMPUTE W-DIAS-ATE = FUNCTION INTEGER-OF-DATE(W-DATA-MES-R)

           MOVE "N" TO W-ACHOU-UTIL
           PERFORM 027-PROCURAR-DIA-UTIL
             VARYING W-DIAS-TESTE FROM W-DIAS-DE BY 1
               UNTIL W-DIAS-TESTE NOT LESS THAN W-DIAS-ATE

           IF W-ACHOU-UTIL EQUAL TO "S"
              MOVE "N" TO W-ULTIMO-DIA-UTIL
           ELSE
              MOVE "S" TO W-ULTIMO-DIA-UTIL
           END-IF.

       027-PROCURAR-DIA-UTIL.
           PERFORM 025-TESTAR-DIA-UTIL

           IF W-TESTE-UTIL EQUAL TO "S"
              MOVE "S" TO W-ACHOU-UTIL
           END-IF.

      * ABRE A SESSAO EM MODO LOTE: OS PROGRAMAS CHAMADOS LEEM ESTE
      * REGISTRO E DEVOLVEM O CONTROLE AO LOTE EM VEZ DE ENCADEAR AS
      * TELAS. O USUARIO "LOTE" E O QUE APARECE NOS LOGS DE
           WRITE ARQ-SESSAO-REG
           CLOSE ARQ-SESSAO.

      * O PLANO DE VISITAS E REFEITO SOBRE A CARTEIRA QUE A
      * DISTRIBUICAO ACABOU DE GRAVAR; O ROTEIRO, O PACOTE DE CAMPO E
      * A ADERENCIA PASSAM A USAR AS VISITAS PLANEJADAS DO DIA.
       350-PASSO-PLANEJAMENTO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO
           MOVE "00"  TO W-PASSO-FILE-STATUS

           CALL "PLANEJAVISITA"
             ON EXCEPTION
                MOVE "ER" TO W-PASSO-RESULTADO
                MOVE "N"  TO W-LOTE-OK
           END-CALL

           PERFORM 950-GRAVAR-LOG-PASSO.

      * A VARREDURA DE CLIENTES SEM COMPRA DEVOLVE AS SUAS EXCECOES A
      * FILA QUE A DISTRIBUICAO ACABOU DE RECRIAR.
       360-PASSO-SEM-COMPRA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO
           MOVE "00"  TO W-PASSO-FILE-STATUS

           CALL "CLIENTESEMCOMPRA"
             ON EXCEPTION
                MOVE "ER" TO W-PASSO-RESULTADO
                MOVE "N"  TO W-LOTE-OK
           END-CALL

           PERFORM 950-GRAVAR-LOG-PASSO.

       550-PASSO-PACOTES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO
           PERFORM 950-GRAVAR-LOG-PASSO

      * CONFERE OS LIMITES OPERACIONAIS DA EXECUCAO (EXCECOES,
      * DURACAO E REJEICAO DE IMPORTACAO) E GRAVA OS ALERTAS, SE A
      * TABELA DE PASSOS NAO A FEZ COMO UM PASSO.
           IF W-ALERTA-VERIFICADO NOT EQUAL TO "S"
              CALL "VERIFICAALERTA" USING W-TOT-ACEITOS,
                                          W-TOT-REJEITADOS
                ON EXCEPTION
                   CONTINUE
              END-CALL
           END-IF

           STOP RUN.

      * A FALHA DE UM PASSO MARCADO PARA SO AVISAR FICA "AV" NO LOG
      * E O LOTE SEGUE (SE O PASSO RODOU, O LOTE ESTAVA OK ANTES).
       950-GRAVAR-LOG-PASSO.
           IF W-PASSO-RESULTADO EQUAL TO "ER"
              AND W-FALHA-SO-AVISA EQUAL TO "S"
              MOVE "AV" TO W-PASSO-RESULTADO
              MOVE "S"  TO W-LOTE-OK
           END-IF

           MOVE W-PASSO-INICIO      TO LL-DATA-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:14) TO LL-DATA-HORA-FIM
           MOVE W-PASSO-NOME        TO LL-PASSO
      * MESMAS VALIDACOES DA TELA DE CLIENTES.
      *----------------------------------------------------------------
       100-PASSO-IMPORTAR-CLIENTES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO

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

      * CONFERENCIA PREVIA DO ARQUIVO: PRIMEIRA LINHA DEVE SER O
      * PASSO 2: IMPORTACAO DE VENDEDORES DE IMPVENDEDOR.DAT.
      *----------------------------------------------------------------
       200-PASSO-IMPORTAR-VENDEDORES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO
           END-IF.

      *----------------------------------------------------------------
      * PASSOS 3 A 7: DISTRIBUICAO, INTERFACES DO ERP, BAIXA
      * BANCARIA E RELATORIOS.
      * OS PROGRAMAS ESTAO EM MODO LOTE (VER 010-ABRIR-SESSAO-LOTE)
      * E DEVOLVEM O CONTROLE COM GOBACK.
      *----------------------------------------------------------------
      * O CADASTRO DE PRODUTOS E OS PRECOS DE LISTA DO ERP ENTRAM
      * ANTES DE QUALQUER INTERFACE DE PEDIDOS.
       240-PASSO-PRODUTOS-ERP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO
           MOVE "00"  TO W-PASSO-FILE-STATUS

           CALL "IMPORTPRODUTO"
             ON EXCEPTION
                MOVE "ER" TO W-PASSO-RESULTADO
                MOVE "N"  TO W-LOTE-OK
           END-CALL

           PERFORM 950-GRAVAR-LOG-PASSO.

      * OS PEDIDOS DE CAMPO SAO VALIDADOS CONTRA A ATRIBUICAO
      * VIGENTE ANTES QUE A DISTRIBUICAO DA NOITE A ALTERE.
       250-PASSO-PEDIDOS-CAMPO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO
           MOVE "00"  TO W-PASSO-FILE-STATUS

           CALL "IMPORTPEDIDO"
             ON EXCEPTION
                MOVE "ER" TO W-PASSO-RESULTADO
                MOVE "N"  TO W-LOTE-OK
           END-CALL

           PERFORM 950-GRAVAR-LOG-PASSO.

       300-PASSO-DISTRIBUICAO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO
           PERFORM 950-GRAVAR-LOG-PASSO.

       400-PASSO-EXPORTAR-ERP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO
           PERFORM 950-GRAVAR-LOG-PASSO.

       450-PASSO-EXPORTAR-PEDIDOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO

           PERFORM 950-GRAVAR-LOG-PASSO.

      * RETORNO DO ERP COM O FATURAMENTO, A ENTREGA E O CANCELAMENTO
      * DOS PEDIDOS. DIA SEM ARQUIVO DO ERP NAO E ERRO DO LOTE: O
      * RELATORIO DO RETORNO REGISTRA A AUSENCIA.
       460-PASSO-STATUS-ERP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO
           MOVE "00"  TO W-PASSO-FILE-STATUS

           CALL "IMPORTSTATUSERP"
             ON EXCEPTION
                MOVE "ER" TO W-PASSO-RESULTADO
                MOVE "N"  TO W-LOTE-OK
           END-CALL

           PERFORM 950-GRAVAR-LOG-PASSO.

      * BAIXA DO RETORNO DA COBRANCA BANCARIA ANTES DOS RELATORIOS E
      * DOS PACOTES DE CAMPO, PARA QUE JA SAIAM COM OS SALDOS DO DIA.
      * DIA SEM ARQUIVO DO BANCO NAO E ERRO DO LOTE: O RELATORIO DO
      * RETORNO REGISTRA A AUSENCIA.
       470-PASSO-BAIXA-BANCARIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO
           MOVE "00"  TO W-PASSO-FILE-STATUS

           CALL "IMPORTBANCO"
             ON EXCEPTION
                MOVE "ER" TO W-PASSO-RESULTADO
                MOVE "N"  TO W-LOTE-OK
           END-CALL

           PERFORM 950-GRAVAR-LOG-PASSO.

      * A COBRANCA RODA DEPOIS DA BAIXA BANCARIA, PARA NAO COBRAR O
      * QUE O BANCO JA PAGOU, E ANTES DOS PACOTES DE CAMPO, QUE
      * MOSTRAM AO VENDEDOR A SITUACAO APURADA.
       480-PASSO-COBRANCA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO
           MOVE "00"  TO W-PASSO-FILE-STATUS

           CALL "GERACOBRANCA"
             ON EXCEPTION
                MOVE "ER" TO W-PASSO-RESULTADO
                MOVE "N"  TO W-LOTE-OK
           END-CALL

           PERFORM 950-GRAVAR-LOG-PASSO.

       500-PASSO-RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO

           PERFORM 950-GRAVAR-LOG-PASSO.

      * CONFERENCIA DE ALERTAS COMO PASSO DA TABELA, COM OS TOTAIS
      * DAS IMPORTACOES JA FEITAS NO LOTE.
       560-PASSO-ALERTAS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO
           MOVE "00"  TO W-PASSO-FILE-STATUS

           CALL "VERIFICAALERTA" USING W-TOT-ACEITOS,
                                       W-TOT-REJEITADOS
             ON EXCEPTION
                MOVE "ER" TO W-PASSO-RESULTADO
                MOVE "N"  TO W-LOTE-OK
           END-CALL

           MOVE "S" TO W-ALERTA-VERIFICADO

           PERFORM 950-GRAVAR-LOG-PASSO.

      *----------------------------------------------------------------
      * PASSO DE TABELA SEM TRATAMENTO PROPRIO: CHAMA O PROGRAMA
      * INFORMADO, SEM PARAMETROS. ELE LE A SESSAO EM MODO LOTE E
      * DEVOLVE O CONTROLE COM GOBACK (EX.: FECHACOMISSAO E
      * ARQUIVAHISTORICO NO FECHAMENTO DO MES).
      *----------------------------------------------------------------
       600-PASSO-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO W-PASSO-INICIO
           MOVE ZEROS TO W-PASSO-REGISTROS
           MOVE "OK"  TO W-PASSO-RESULTADO
           MOVE "00"  TO W-PASSO-FILE-STATUS
           MOVE W-TP-PROGRAMA(W-IDX-PASSO) TO W-PROGRAMA-PASSO

           CALL W-PROGRAMA-PASSO
             ON EXCEPTION
                MOVE "ER" TO W-PASSO-RESULTADO
                MOVE "N"  TO W-LOTE-OK
           END-CALL

           PERFORM 950-GRAVAR-LOG-PASSO.

       END PROGRAM BATCHNOTURNO.
