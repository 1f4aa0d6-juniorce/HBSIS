      * PARAMETROS, COMO A TELA DE PARAMETROS DA DISTRIBUICAO. A     *
      * EDICAO DOS TIPOS POR DIA DA SEMANA NAO E APLICADA DIRETO:    *
      * VIRA UMA PENDENCIA (VER PARAMPENDENTE.CPY) QUE UM SEGUNDO    *
      * USUARIO APROVA NA TELA DE PARAMETROS. A TABELA DE PASSOS DO  *
      * LOTE (TELAPASSOLOTE) E ACESSADA A PARTIR DESTA TELA.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
          02 LINE 09 COL 10 VALUE "[3] LISTAR FERIADOS".
          02 LINE 10 COL 10 VALUE "[4] TIPO DE EXECUCAO POR DIA DA SEM
      -"ANA".
          02 LINE 11 COL 10 VALUE "[5] PASSOS DO LOTE NOTURNO".
          02 LINE 12 COL 10 VALUE "[6] VOLTAR AO MENU PRINCIPAL".
          02 LINE 14 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 14 COL 34 PIC 9 TO WOPCAO AUTO.

       01 BUSCAR-FERIADO AUTO.
          02 BLANK SCREEN.
             WHEN 4
                PERFORM 400-TIPOS-SEMANA
             WHEN 5
                CHAIN "TELAPASSOLOTE"
             WHEN 6
                CHAIN "MENU"
             WHEN OTHER
                PERFORM 000-INICIO

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

       420-COPIAR-TIPOS-PARA-TELA.
