       77 W-PCT-DESC-CLASSE      PIC 9(003)V9(002) VALUE ZEROS.
       77 W-ACHOU-POLITICA       PIC X(001) VALUE "N".

      * NOVO INTERVALO, EM SEMANAS, ENTRE AS VISITAS DE CADA CLASSE
      * (VER CTL-FREQ-VISITA EM CONTROLE.CPY). DE 1 A 4; ZEROS
      * DEVOLVE A CLASSE AO PADRAO (A 1, B 2, C 4).
       77 W-NOVA-FREQ-A          PIC 9(002) VALUE ZEROS.
       77 W-NOVA-FREQ-B          PIC 9(002) VALUE ZEROS.
       77 W-NOVA-FREQ-C          PIC 9(002) VALUE ZEROS.

      * NOVO LIMITE DE DIAS SEM PEDIDO DE CADA CLASSE (VER
      * CTL-DIAS-SEM-COMPRA EM CONTROLE.CPY). ZEROS DEVOLVE A CLASSE
      * AO PADRAO (A 60, B 90, C 120).
       77 W-NOVO-SEM-COMPRA-A    PIC 9(004) VALUE ZEROS.
       77 W-NOVO-SEM-COMPRA-B    PIC 9(004) VALUE ZEROS.
       77 W-NOVO-SEM-COMPRA-C    PIC 9(004) VALUE ZEROS.

      * NOVOS PESOS DOS INDICADORES DO SCORECARD DE VENDEDORES (VER
      * CTL-PESOS-SCORECARD EM CONTROLE.CPY). A SOMA TEM DE SER 100;
      * TODOS ZERADOS DEVOLVE OS PESOS AO PADRAO.
       77 W-NOVO-PESO-META       PIC 9(003) VALUE ZEROS.
       77 W-NOVO-PESO-ADERENCIA  PIC 9(003) VALUE ZEROS.
       77 W-NOVO-PESO-TICKET     PIC 9(003) VALUE ZEROS.
       77 W-NOVO-PESO-COBERTURA  PIC 9(003) VALUE ZEROS.
       77 W-NOVO-PESO-INADIMPL   PIC 9(003) VALUE ZEROS.
       77 W-NOVO-PESO-CANCEL     PIC 9(003) VALUE ZEROS.
       77 W-SOMA-PESOS           PIC 9(004) VALUE ZEROS.

      * ALTERACOES DE PARAMETROS NAO SAO MAIS APLICADAS DIRETO: VAO
      * PARA A FILA DE PENDENCIAS (VER PARAMPENDENTE.CPY) E SO
      * ENTRAM EM VIGOR QUANDO UM SEGUNDO USUARIO COM A PERMISSAO DE
          02 LINE 08 COL 10 VALUE "[2] DISTANCIA MAXIMA POR REGIAO".
          02 LINE 09 COL 10 VALUE "[3] LIMITE DE DESCONTO POR CLASSE".
          02 LINE 10 COL 10 VALUE "[4] APROVAR ALTERACOES PENDENTES".
          02 LINE 11 COL 10 VALUE "[5] FREQUENCIA DE VISITA POR CLASSE".
          02 LINE 12 COL 10 VALUE "[6] DIAS SEM COMPRA POR CLASSE".
          02 LINE 13 COL 10 VALUE "[7] PESOS DO SCORECARD".
          02 LINE 14 COL 10 VALUE "[8] VOLTAR AO MENU PRINCIPAL".
          02 LINE 16 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 16 COL 34 PIC 9 TO WOPCAO AUTO.

       01 BUSCAR-REGIAO-PARAM AUTO.
          02 BLANK SCREEN.
             "CONFIRMA A ALTERACAO?(S/N):".
          02 LINE 15 COL 38, PIC X TO W-CONFIRMA.

       01 MANUTENCAO-FREQ-VISITA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 23 VALUE "FREQUENCIA DE VISITA POR CLASSE".
          02 LINE 06 COL 10 VALUE
             "INTERVALO EM SEMANAS ENTRE VISITAS (1 A 4)".
          02 LINE 07 COL 10 VALUE
             "ZEROS = PADRAO (A SEMANAL, B QUINZENAL, C MENSAL)".
          02 LINE 09 COL 10 VALUE "CLASSE A - ATUAL:".
          02 LINE 09 COL 28, PIC Z9 FROM CTL-FREQ-VISITA-A.
          02 LINE 09 COL 33 VALUE "NOVO:".
          02 LINE 09 COL 39, PIC Z9 USING W-NOVA-FREQ-A.
          02 LINE 10 COL 10 VALUE "CLASSE B - ATUAL:".
          02 LINE 10 COL 28, PIC Z9 FROM CTL-FREQ-VISITA-B.
          02 LINE 10 COL 33 VALUE "NOVO:".
          02 LINE 10 COL 39, PIC Z9 USING W-NOVA-FREQ-B.
          02 LINE 11 COL 10 VALUE "CLASSE C - ATUAL:".
          02 LINE 11 COL 28, PIC Z9 FROM CTL-FREQ-VISITA-C.
          02 LINE 11 COL 33 VALUE "NOVO:".
          02 LINE 11 COL 39, PIC Z9 USING W-NOVA-FREQ-C.
          02 LINE 15 COL 10
             "CONFIRMA A ALTERACAO?(S/N):".
          02 LINE 15 COL 38, PIC X TO W-CONFIRMA.

       01 MANUTENCAO-SEM-COMPRA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 25 VALUE "DIAS SEM COMPRA POR CLASSE".
          02 LINE 06 COL 10 VALUE
             "DIAS SEM PEDIDO PARA APONTAR O CLIENTE PARA REATIVACAO".
          02 LINE 07 COL 10 VALUE
             "ZEROS = PADRAO (A 60, B 90, C 120 DIAS)".
          02 LINE 09 COL 10 VALUE "CLASSE A - ATUAL:".
          02 LINE 09 COL 28, PIC ZZZ9 FROM CTL-DIAS-SEM-COMPRA-A.
          02 LINE 09 COL 35 VALUE "NOVO:".
          02 LINE 09 COL 41, PIC ZZZ9 USING W-NOVO-SEM-COMPRA-A.
          02 LINE 10 COL 10 VALUE "CLASSE B - ATUAL:".
          02 LINE 10 COL 28, PIC ZZZ9 FROM CTL-DIAS-SEM-COMPRA-B.
          02 LINE 10 COL 35 VALUE "NOVO:".
          02 LINE 10 COL 41, PIC ZZZ9 USING W-NOVO-SEM-COMPRA-B.
          02 LINE 11 COL 10 VALUE "CLASSE C - ATUAL:".
          02 LINE 11 COL 28, PIC ZZZ9 FROM CTL-DIAS-SEM-COMPRA-C.
          02 LINE 11 COL 35 VALUE "NOVO:".
          02 LINE 11 COL 41, PIC ZZZ9 USING W-NOVO-SEM-COMPRA-C.
          02 LINE 15 COL 10
             "CONFIRMA A ALTERACAO?(S/N):".
          02 LINE 15 COL 38, PIC X TO W-CONFIRMA.

       01 MANUTENCAO-PESOS AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 22 VALUE "PESOS DO SCORECARD DE VENDEDORES".
          02 LINE 06 COL 10 VALUE
             "PESO DE CADA INDICADOR NA NOTA GERAL (SOMA = 100)".
          02 LINE 07 COL 10 VALUE
             "TUDO ZERADO = PADRAO (30, 20, 10, 20, 10, 10)".
          02 LINE 09 COL 10 VALUE "ATINGIMENTO DA META - ATUAL:".
          02 LINE 09 COL 39, PIC ZZ9 FROM CTL-PESO-META.
          02 LINE 09 COL 45 VALUE "NOVO:".
          02 LINE 09 COL 51, PIC ZZ9 USING W-NOVO-PESO-META.
          02 LINE 10 COL 10 VALUE "ADERENCIA ROTEIRO.. - ATUAL:".
          02 LINE 10 COL 39, PIC ZZ9 FROM CTL-PESO-ADERENCIA.
          02 LINE 10 COL 45 VALUE "NOVO:".
          02 LINE 10 COL 51, PIC ZZ9 USING W-NOVO-PESO-ADERENCIA.
          02 LINE 11 COL 10 VALUE "TICKET MEDIO....... - ATUAL:".
          02 LINE 11 COL 39, PIC ZZ9 FROM CTL-PESO-TICKET.
          02 LINE 11 COL 45 VALUE "NOVO:".
          02 LINE 11 COL 51, PIC ZZ9 USING W-NOVO-PESO-TICKET.
          02 LINE 12 COL 10 VALUE "COBERTURA CARTEIRA. - ATUAL:".
          02 LINE 12 COL 39, PIC ZZ9 FROM CTL-PESO-COBERTURA.
          02 LINE 12 COL 45 VALUE "NOVO:".
          02 LINE 12 COL 51, PIC ZZ9 USING W-NOVO-PESO-COBERTURA.
          02 LINE 13 COL 10 VALUE "ADIMPLENCIA........ - ATUAL:".
          02 LINE 13 COL 39, PIC ZZ9 FROM CTL-PESO-INADIMPLENCIA.
          02 LINE 13 COL 45 VALUE "NOVO:".
          02 LINE 13 COL 51, PIC ZZ9 USING W-NOVO-PESO-INADIMPL.
          02 LINE 14 COL 10 VALUE "NAO CANCELAMENTO... - ATUAL:".
          02 LINE 14 COL 39, PIC ZZ9 FROM CTL-PESO-CANCELAMENTO.
          02 LINE 14 COL 45 VALUE "NOVO:".
          02 LINE 14 COL 51, PIC ZZ9 USING W-NOVO-PESO-CANCEL.
          02 LINE 16 COL 10
             "CONFIRMA A ALTERACAO?(S/N):".
          02 LINE 16 COL 38, PIC X TO W-CONFIRMA.

       01 MENSAGEM-PESOS-INVALIDOS AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "PESOS INVALIDOS (A SOMA DEVE SER 100 OU TUDO ZERADO)".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-FREQ-INVALIDA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 2 COL 21 VALUE "HBSIS - Prova COBOL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 04 COL 33 VALUE "MENSAGEM".
          02 LINE 07 COL 10 VALUE
             "INTERVALO INVALIDO (USE DE 1 A 4 SEMANAS OU ZEROS)".
          02 LINE 09 COL 10, "TECLE ENTER PARA CONTINUAR:".
          02 LINE 09 COL 39, PIC X TO W-CONFIRMA.

       01 MENSAGEM-CLASSE-INVALIDA AUTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
          02 LINE 15 COL 64, PIC ZZ9 FROM PP-MAX-PCT-REJEICAO.
          02 LINE 16 COL 10 VALUE "TIPOS DA SEMANA.....:".
          02 LINE 16 COL 32, PIC X(007) FROM PP-TIPOS-SEMANA.
          02 LINE 16 COL 45 VALUE "VISITA A/B/C.....:".
          02 LINE 16 COL 64, PIC Z9 FROM PP-FREQ-VISITA-A.
          02 LINE 16 COL 67, PIC Z9 FROM PP-FREQ-VISITA-B.
          02 LINE 16 COL 70, PIC Z9 FROM PP-FREQ-VISITA-C.
          02 LINE 12 COL 45 VALUE "SEM COMPRA A/B/C.:".
          02 LINE 12 COL 64, PIC ZZZ9 FROM PP-DIAS-SEM-COMPRA-A.
          02 LINE 12 COL 69, PIC ZZZ9 FROM PP-DIAS-SEM-COMPRA-B.
          02 LINE 12 COL 74, PIC ZZZ9 FROM PP-DIAS-SEM-COMPRA-C.
          02 LINE 10 COL 45 VALUE "PESOS SCORECARD..:".
          02 LINE 11 COL 45, PIC ZZ9 FROM PP-PESO-META.
          02 LINE 11 COL 49, PIC ZZ9 FROM PP-PESO-ADERENCIA.
          02 LINE 11 COL 53, PIC ZZ9 FROM PP-PESO-TICKET.
          02 LINE 11 COL 57, PIC ZZ9 FROM PP-PESO-COBERTURA.
          02 LINE 11 COL 61, PIC ZZ9 FROM PP-PESO-INADIMPLENCIA.
          02 LINE 11 COL 65, PIC ZZ9 FROM PP-PESO-CANCELAMENTO.
          02 LINE 17 COL 10 VALUE
             "[A] APROVA  [R] REJEITA  [N] PROXIMA  [F] FINALIZA".
          02 LINE 18 COL 10, "OPCAO:".
             WHEN 4
                PERFORM 600-APROVAR-PENDENCIAS
             WHEN 5
                PERFORM 450-FREQUENCIA-VISITA
             WHEN 6
                PERFORM 470-DIAS-SEM-COMPRA
             WHEN 7
                PERFORM 490-PESOS-SCORECARD
             WHEN 8
                CHAIN "MENU"
             WHEN OTHER
                PERFORM 000-INICIO
           DISPLAY MENSAGEM-PARAMETRO-ATUALIZADO
           ACCEPT  MENSAGEM-PARAMETRO-ATUALIZADO.

      * MANUTENCAO DO INTERVALO ENTRE VISITAS POR CLASSE ABC, USADO
      * PELO PLANEJAMENTO DE VISITAS (PLANEJAVISITA). COMO OS DEMAIS
      * PARAMETROS DO REGISTRO DE CONTROLE, VIRA PENDENCIA DE
      * APROVACAO.
       450-FREQUENCIA-VISITA.
           PERFORM 010-LER-CONTROLE

           DISPLAY MANUTENCAO-FREQ-VISITA
           ACCEPT  MANUTENCAO-FREQ-VISITA

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
              PERFORM 000-INICIO
           END-IF

           IF W-NOVA-FREQ-A GREATER THAN 4
              OR W-NOVA-FREQ-B GREATER THAN 4
              OR W-NOVA-FREQ-C GREATER THAN 4
              DISPLAY MENSAGEM-FREQ-INVALIDA
              ACCEPT  MENSAGEM-FREQ-INVALIDA
              PERFORM 000-INICIO
           END-IF

           PERFORM 460-GRAVAR-FREQUENCIA

           PERFORM 000-INICIO.

       460-GRAVAR-FREQUENCIA.
           PERFORM 650-GERAR-SEQUENCIA-PENDENCIA

           INITIALIZE ARQ-PARAM-PEND-REG

           MOVE W-SEQ-PENDENCIA  TO PP-SEQUENCIA
           MOVE "V"              TO PP-TIPO
           MOVE ZEROS            TO PP-COD-REGIAO
           MOVE W-NOVA-FREQ-A    TO PP-FREQ-VISITA-A
           MOVE W-NOVA-FREQ-B    TO PP-FREQ-VISITA-B
           MOVE W-NOVA-FREQ-C    TO PP-FREQ-VISITA-C
           MOVE W-USUARIO-SESSAO TO PP-USUARIO-PROPOS
           MOVE FUNCTION CURRENT-DATE(1:14) TO PP-DATA-PROPOSTA
           MOVE "P"              TO PP-STATUS

           OPEN I-O ARQ-PARAM-PEND

           IF WN-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-PARAM-PEND
           END-IF

           WRITE ARQ-PARAM-PEND-REG
           CLOSE ARQ-PARAM-PEND

           DISPLAY MENSAGEM-PENDENCIA-GRAVADA
           ACCEPT  MENSAGEM-PENDENCIA-GRAVADA.

      * MANUTENCAO DO LIMITE DE DIAS SEM PEDIDO POR CLASSE ABC, USADO
      * NA VARREDURA DE CLIENTES SEM COMPRA (CLIENTESEMCOMPRA). COMO
      * OS DEMAIS PARAMETROS DO REGISTRO DE CONTROLE, VIRA PENDENCIA
      * DE APROVACAO.
       470-DIAS-SEM-COMPRA.
           PERFORM 010-LER-CONTROLE

           DISPLAY MANUTENCAO-SEM-COMPRA
           ACCEPT  MANUTENCAO-SEM-COMPRA

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
              PERFORM 000-INICIO
           END-IF

           PERFORM 480-GRAVAR-SEM-COMPRA

           PERFORM 000-INICIO.

       480-GRAVAR-SEM-COMPRA.
           PERFORM 650-GERAR-SEQUENCIA-PENDENCIA

           INITIALIZE ARQ-PARAM-PEND-REG

           MOVE W-SEQ-PENDENCIA     TO PP-SEQUENCIA
           MOVE "C"                 TO PP-TIPO
           MOVE ZEROS               TO PP-COD-REGIAO
           MOVE W-NOVO-SEM-COMPRA-A TO PP-DIAS-SEM-COMPRA-A
           MOVE W-NOVO-SEM-COMPRA-B TO PP-DIAS-SEM-COMPRA-B
           MOVE W-NOVO-SEM-COMPRA-C TO PP-DIAS-SEM-COMPRA-C
           MOVE W-USUARIO-SESSAO    TO PP-USUARIO-PROPOS
           MOVE FUNCTION CURRENT-DATE(1:14) TO PP-DATA-PROPOSTA
           MOVE "P"                 TO PP-STATUS

           OPEN I-O ARQ-PARAM-PEND

           IF WN-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-PARAM-PEND
           END-IF

           WRITE ARQ-PARAM-PEND-REG
           CLOSE ARQ-PARAM-PEND

           DISPLAY MENSAGEM-PENDENCIA-GRAVADA
           ACCEPT  MENSAGEM-PENDENCIA-GRAVADA.

      * MANUTENCAO DOS PESOS DOS INDICADORES NA NOTA GERAL DO
      * SCORECARD DE VENDEDORES (REPORTSCORECARD). COMO OS DEMAIS
      * PARAMETROS DO REGISTRO DE CONTROLE, VIRA PENDENCIA DE
      * APROVACAO.
       490-PESOS-SCORECARD.
           PERFORM 010-LER-CONTROLE

           DISPLAY MANUTENCAO-PESOS
           ACCEPT  MANUTENCAO-PESOS

           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT EQUAL TO 'S'
              PERFORM 000-INICIO
           END-IF

           COMPUTE W-SOMA-PESOS = W-NOVO-PESO-META
                                + W-NOVO-PESO-ADERENCIA
                                + W-NOVO-PESO-TICKET
                                + W-NOVO-PESO-COBERTURA
                                + W-NOVO-PESO-INADIMPL
                                + W-NOVO-PESO-CANCEL

           IF W-SOMA-PESOS NOT EQUAL TO 100
              AND W-SOMA-PESOS NOT EQUAL TO ZEROS
              DISPLAY MENSAGEM-PESOS-INVALIDOS
              ACCEPT  MENSAGEM-PESOS-INVALIDOS
              PERFORM 000-INICIO
           END-IF

           PERFORM 495-GRAVAR-PESOS

           PERFORM 000-INICIO.

       495-GRAVAR-PESOS.
           PERFORM 650-GERAR-SEQUENCIA-PENDENCIA

           INITIALIZE ARQ-PARAM-PEND-REG

           MOVE W-SEQ-PENDENCIA       TO PP-SEQUENCIA
           MOVE "P"                   TO PP-TIPO
           MOVE ZEROS                 TO PP-COD-REGIAO
           MOVE W-NOVO-PESO-META      TO PP-PESO-META
           MOVE W-NOVO-PESO-ADERENCIA TO PP-PESO-ADERENCIA
           MOVE W-NOVO-PESO-TICKET    TO PP-PESO-TICKET
           MOVE W-NOVO-PESO-COBERTURA TO PP-PESO-COBERTURA
           MOVE W-NOVO-PESO-INADIMPL  TO PP-PESO-INADIMPLENCIA
           MOVE W-NOVO-PESO-CANCEL    TO PP-PESO-CANCELAMENTO
           MOVE W-USUARIO-SESSAO      TO PP-USUARIO-PROPOS
           MOVE FUNCTION CURRENT-DATE(1:14) TO PP-DATA-PROPOSTA
           MOVE "P"                   TO PP-STATUS

           OPEN I-O ARQ-PARAM-PEND

           IF WN-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-PARAM-PEND
           END-IF

           WRITE ARQ-PARAM-PEND-REG
           CLOSE ARQ-PARAM-PEND

           DISPLAY MENSAGEM-PENDENCIA-GRAVADA
           ACCEPT  MENSAGEM-PENDENCIA-GRAVADA.

      * CONFERE A REGIAO CONTRA O CADASTRO DE REGIOES, COM A MESMA
      * TOLERANCIA DAS TELAS DE CLIENTE E VENDEDOR: SE O CADASTRO DE
      * REGIOES AINDA NAO EXISTE, A VALIDACAO E DISPENSADA.
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

      * O PERCENTUAL DE COMISSAO E A RETENCAO SAO EDITADOS SOBRE O
      * VALOR VIGENTE, PARA QUE UMA ALTERACAO SOMENTE DA DISTANCIA
      * NAO OS ZERE POR ENGANO.
           MOVE CTL-MAX-TENTATIVAS      TO W-NOVO-MAX-TENTATIVAS
           MOVE CTL-MAX-EXCECOES        TO W-NOVO-MAX-EXCECOES
           MOVE CTL-MAX-DURACAO-MIN     TO W-NOVO-MAX-DURACAO
           MOVE CTL-MAX-PCT-REJEICAO    TO W-NOVO-MAX-REJEICAO
           MOVE CTL-FREQ-VISITA-A       TO W-NOVA-FREQ-A
           MOVE CTL-FREQ-VISITA-B       TO W-NOVA-FREQ-B
           MOVE CTL-FREQ-VISITA-C       TO W-NOVA-FREQ-C
           MOVE CTL-DIAS-SEM-COMPRA-A   TO W-NOVO-SEM-COMPRA-A
           MOVE CTL-DIAS-SEM-COMPRA-B   TO W-NOVO-SEM-COMPRA-B
           MOVE CTL-DIAS-SEM-COMPRA-C   TO W-NOVO-SEM-COMPRA-C
           MOVE CTL-PESO-META           TO W-NOVO-PESO-META
           MOVE CTL-PESO-ADERENCIA      TO W-NOVO-PESO-ADERENCIA
           MOVE CTL-PESO-TICKET         TO W-NOVO-PESO-TICKET
           MOVE CTL-PESO-COBERTURA      TO W-NOVO-PESO-COBERTURA
           MOVE CTL-PESO-INADIMPLENCIA  TO W-NOVO-PESO-INADIMPL
           MOVE CTL-PESO-CANCELAMENTO   TO W-NOVO-PESO-CANCEL.

      * A EDICAO DOS PARAMETROS GERAIS NAO E MAIS APLICADA DIRETO:
      * VIRA UMA PENDENCIA QUE OUTRO USUARIO PRECISA APROVAR.
                PERFORM 630-APLICAR-GERAL
             WHEN PENDENCIA-SEMANA
                PERFORM 635-APLICAR-TIPOS-SEMANA
             WHEN PENDENCIA-VISITA
                PERFORM 637-APLICAR-FREQ-VISITA
             WHEN PENDENCIA-SEM-COMPRA
                PERFORM 638-APLICAR-SEM-COMPRA
             WHEN PENDENCIA-PESOS
                PERFORM 639-APLICAR-PESOS
             WHEN OTHER
                PERFORM 640-APLICAR-REGIAO
           END-EVALUATE.

           PERFORM 690-GRAVAR-LOG-PARAMETRO.

      * APLICA O INTERVALO ENTRE VISITAS POR CLASSE PROPOSTO SOBRE O
      * REGISTRO DE CONTROLE, COM ANTES/DEPOIS NO LOG. VALE A PARTIR
      * DO PROXIMO PLANEJAMENTO DE VISITAS.
       637-APLICAR-FREQ-VISITA.
           PERFORM 010-LER-CONTROLE

           INITIALIZE ARQ-LOGPARAM-REG
           MOVE CTL-FREQ-VISITA TO LP-A-FREQ-VISITA

           MOVE PP-FREQ-VISITA  TO CTL-FREQ-VISITA

           OPEN OUTPUT ARQ-CONTROLE
           WRITE ARQ-CONTROLE-REG
           CLOSE ARQ-CONTROLE

           MOVE PP-FREQ-VISITA  TO LP-D-FREQ-VISITA
           MOVE "V"             TO LP-TIPO
           MOVE ZEROS           TO LP-COD-REGIAO

           PERFORM 690-GRAVAR-LOG-PARAMETRO.

      * APLICA OS DIAS SEM COMPRA POR CLASSE PROPOSTOS SOBRE O
      * REGISTRO DE CONTROLE, COM ANTES/DEPOIS NO LOG. VALE A PARTIR
      * DA PROXIMA VARREDURA DE CLIENTES SEM COMPRA.
       638-APLICAR-SEM-COMPRA.
           PERFORM 010-LER-CONTROLE

           INITIALIZE ARQ-LOGPARAM-REG
           MOVE CTL-DIAS-SEM-COMPRA TO LP-A-DIAS-SEM-COMPRA

           MOVE PP-DIAS-SEM-COMPRA  TO CTL-DIAS-SEM-COMPRA

           OPEN OUTPUT ARQ-CONTROLE
           WRITE ARQ-CONTROLE-REG
           CLOSE ARQ-CONTROLE

           MOVE PP-DIAS-SEM-COMPRA  TO LP-D-DIAS-SEM-COMPRA
           MOVE "C"                 TO LP-TIPO
           MOVE ZEROS               TO LP-COD-REGIAO

           PERFORM 690-GRAVAR-LOG-PARAMETRO.

      * APLICA OS PESOS DO SCORECARD PROPOSTOS SOBRE O REGISTRO DE
      * CONTROLE, COM ANTES/DEPOIS NO LOG. VALEM A PARTIR DO PROXIMO
      * SCORECARD GERADO.
       639-APLICAR-PESOS.
           PERFORM 010-LER-CONTROLE

           INITIALIZE ARQ-LOGPARAM-REG
           MOVE CTL-PESOS-SCORECARD TO LP-A-PESOS-SCORECARD

           MOVE PP-PESOS-SCORECARD  TO CTL-PESOS-SCORECARD

           OPEN OUTPUT ARQ-CONTROLE
           WRITE ARQ-CONTROLE-REG
           CLOSE ARQ-CONTROLE

           MOVE PP-PESOS-SCORECARD  TO LP-D-PESOS-SCORECARD
           MOVE "P"                 TO LP-TIPO
           MOVE ZEROS               TO LP-COD-REGIAO

           PERFORM 690-GRAVAR-LOG-PARAMETRO.

      * APLICA A DISTANCIA PROPOSTA DA REGIAO (ZEROS REMOVE O
      * PARAMETRO) E GRAVA O ANTES/DEPOIS NO LOG.
       640-APLICAR-REGIAO.
