      *****************************************************************
      * SOLICEXPLIC.CPY                                              *
      * REGISTRO UNICO DA SOLICITACAO DE EXPLICACAO DA DISTRIBUICAO  *
      * (ARQ-SOLICEXPLIC), MANTIDO NA TELAEXPLICACAO. ENQUANTO ESTA  *
      * LIGADA, A PROXIMA EXECUCAO DA DISTRIBUICAO (REAL OU          *
      * SIMULADA) GRAVA NO ARQUIVO DE EXPLICACAO (EXPLICACAO.CPY)    *
      * CADA VENDEDOR AVALIADO PARA OS CLIENTES PEDIDOS, COM A       *
      * DISTANCIA E O MOTIVO DE TER SIDO ACEITO OU PRETERIDO. AO     *
      * TERMINAR, A DISTRIBUICAO DESLIGA A SOLICITACAO E ANOTA A     *
      * EXECUCAO QUE A ATENDEU.                                      *
      *****************************************************************
       01  ARQ-SOLICEXPLIC-REG.
      * "N" DESLIGADA, "T" TODOS OS CLIENTES DA EXECUCAO, "L" SOMENTE
      * OS CLIENTES DA LISTA ABAIXO.
           03 SX-MODO             PIC  X(001).
              88 EXPLICACAO-DESLIGADA   VALUE "N".
              88 EXPLICACAO-TODOS       VALUE "T".
              88 EXPLICACAO-LISTA       VALUE "L".
      * QUEM PEDIU E QUANDO (AAAAMMDDHHMMSS).
           03 SX-USUARIO          PIC  X(020).
           03 SX-DATA-HORA        PIC  9(014).
           03 SX-QTD-CLIENTES     PIC  9(002).
           03 SX-LISTA-CLIENTES.
              05 SX-COD-CLIENTE   PIC  9(007) OCCURS 10 TIMES.
      * EXECUCAO QUE ATENDEU A ULTIMA SOLICITACAO (ZEROS = AINDA NAO
      * ATENDIDA).
           03 SX-ID-EXECUCAO      PIC  9(006).
