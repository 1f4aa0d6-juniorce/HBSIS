      * "G" = PARAMETROS GERAIS DO REGISTRO DE CONTROLE; "R" =
      * DISTANCIA MAXIMA DA REGIAO PP-COD-REGIAO (ZEROS NA DISTANCIA
      * REMOVE O PARAMETRO DA REGIAO); "S" = TIPOS DE EXECUCAO POR
      * DIA DA SEMANA DO LOTE NOTURNO (VER CTL-TIPOS-SEMANA); "V" =
      * FREQUENCIA DE VISITA POR CLASSE (VER CTL-FREQ-VISITA); "C" =
      * DIAS SEM COMPRA POR CLASSE (VER CTL-DIAS-SEM-COMPRA); "P" =
      * PESOS DO SCORECARD DE VENDEDORES (VER CTL-PESOS-SCORECARD).
           03 PP-TIPO             PIC  X(001).
              88 PENDENCIA-GERAL     VALUE "G".
              88 PENDENCIA-REGIAO    VALUE "R".
              88 PENDENCIA-SEMANA    VALUE "S".
              88 PENDENCIA-VISITA    VALUE "V".
              88 PENDENCIA-SEM-COMPRA VALUE "C".
              88 PENDENCIA-PESOS     VALUE "P".
           03 PP-COD-REGIAO       PIC  9(003).
      * VALORES PROPOSTOS (OS DO TIPO NAO USADO FICAM ZERADOS).
           03 PP-DISTANCIA-MAXIMA PIC  9(009)V9(002).
      * TIPOS DE EXECUCAO POR DIA DA SEMANA PROPOSTOS (POSICAO 1 =
      * SEGUNDA ... 7 = DOMINGO; BRANCO = TIPO DA LINHA DE COMANDO).
           03 PP-TIPOS-SEMANA     PIC  X(007).
      * INTERVALO EM SEMANAS ENTRE VISITAS DAS CLASSES A, B E C
      * PROPOSTO (ZEROS = PADRAO DA CLASSE).
           03 PP-FREQ-VISITA.
              05 PP-FREQ-VISITA-A PIC  9(002).
              05 PP-FREQ-VISITA-B PIC  9(002).
              05 PP-FREQ-VISITA-C PIC  9(002).
      * DIAS SEM COMPRA DAS CLASSES A, B E C PROPOSTOS (ZEROS =
      * PADRAO DA CLASSE).
           03 PP-DIAS-SEM-COMPRA.
              05 PP-DIAS-SEM-COMPRA-A PIC 9(004).
              05 PP-DIAS-SEM-COMPRA-B PIC 9(004).
              05 PP-DIAS-SEM-COMPRA-C PIC 9(004).
      * PESOS DO SCORECARD PROPOSTOS, NA ORDEM DE CTL-PESOS-SCORECARD
      * (ZEROS = PADRAO).
           03 PP-PESOS-SCORECARD.
              05 PP-PESO-META         PIC 9(003).
              05 PP-PESO-ADERENCIA    PIC 9(003).
              05 PP-PESO-TICKET       PIC 9(003).
              05 PP-PESO-COBERTURA    PIC 9(003).
              05 PP-PESO-INADIMPLENCIA PIC 9(003).
              05 PP-PESO-CANCELAMENTO PIC 9(003).
           03 PP-USUARIO-PROPOS   PIC  X(020).
           03 PP-DATA-PROPOSTA    PIC  9(014).
      * "P" PENDENTE, "A" APROVADA (APLICADA), "R" REJEITADA.
