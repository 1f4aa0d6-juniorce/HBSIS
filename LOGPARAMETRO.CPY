           03 LP-USUARIO-PROPOS   PIC  X(020).
           03 LP-USUARIO-APROVOU  PIC  X(020).
      * "G" PARAMETROS GERAIS, "R" DISTANCIA DA REGIAO LP-COD-REGIAO,
      * "S" TIPOS DE EXECUCAO POR DIA DA SEMANA DO LOTE NOTURNO,
      * "V" FREQUENCIA DE VISITA POR CLASSE (A, B E C, 2 DIGITOS
      * CADA), "C" DIAS SEM COMPRA POR CLASSE (A, B E C, 4 DIGITOS
      * CADA), "P" PESOS DO SCORECARD DE VENDEDORES (SEIS PESOS DE 3
      * DIGITOS, NA ORDEM DE CTL-PESOS-SCORECARD).
           03 LP-TIPO             PIC  X(001).
           03 LP-COD-REGIAO       PIC  9(003).
           03 LP-ANTES.
              05 LP-A-MAX-DURACAO-MIN  PIC 9(005).
              05 LP-A-MAX-PCT-REJEICAO PIC 9(003).
              05 LP-A-TIPOS-SEMANA     PIC X(007).
              05 LP-A-FREQ-VISITA      PIC X(006).
              05 LP-A-DIAS-SEM-COMPRA  PIC X(012).
              05 LP-A-PESOS-SCORECARD  PIC X(018).
           03 LP-DEPOIS.
              05 LP-D-DISTANCIA-MAXIMA PIC 9(009)V9(002).
              05 LP-D-PCT-COMISSAO     PIC 9(003)V9(002).
              05 LP-D-MAX-DURACAO-MIN  PIC 9(005).
              05 LP-D-MAX-PCT-REJEICAO PIC 9(003).
              05 LP-D-TIPOS-SEMANA     PIC X(007).
              05 LP-D-FREQ-VISITA      PIC X(006).
              05 LP-D-DIAS-SEM-COMPRA  PIC X(012).
              05 LP-D-PESOS-SCORECARD  PIC X(018).
