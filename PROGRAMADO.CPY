      *****************************************************************
      * PROGRAMADO.CPY                                               *
      * LAYOUT DO REGISTRO DO CADASTRO DE PEDIDOS PROGRAMADOS        *
      * (ARQ-PROGRAMADO): O PEDIDO QUE O CLIENTE REPETE TODA SEMANA, *
      * QUINZENA OU MES, COM O ENDERECO DE ENTREGA, OS ITENS E AS    *
      * QUANTIDADES. MANTIDO NA TELAPROGRAMADO; O LOTE NOTURNO       *
      * (GERAPROGRAMADO) GERA O PEDIDO DE VERDADE QUANDO A PROXIMA   *
      * DATA CHEGA, COM O PRECO DO DIA E AS REGRAS DA ENTRADA DE     *
      * PEDIDOS, E AVANCA A PROXIMA DATA PELA FREQUENCIA.            *
      *****************************************************************
       01  ARQ-PROGRAMADO-REG.
           03 PG-NUM-PROGRAMADO   PIC  9(005).
           03 PG-COD-CLIENTE      PIC  9(007).
      * ENDERECO DE ENTREGA (ZEROS = ENDERECO PRINCIPAL, COMO EM
      * P-NUM-ENDERECO DE PEDIDO.CPY). O VENDEDOR DO PEDIDO GERADO E
      * O QUE A DISTRIBUICAO VIGENTE ATRIBUI AO CLIENTE/ENDERECO.
           03 PG-NUM-ENDERECO     PIC  9(003).
      * CONDICAO DE PAGAMENTO (ZEROS = TITULO UNICO, VER
      * CONDPAGTO.CPY).
           03 PG-COD-COND-PAGTO   PIC  9(003).
      * DESCONTO SOBRE O PRECO DO DIA (CONTRATO VIGENTE OU LISTA),
      * CONFERIDO CONTRA O LIMITE DA CLASSE DO CLIENTE NA GERACAO.
           03 PG-PCT-DESCONTO     PIC  9(003)V9(002).
      * "S" SEMANAL (7 DIAS), "Q" QUINZENAL (14 DIAS), "M" MENSAL
      * (NO DIA PG-DIA-MES, OU NO ULTIMO DIA DOS MESES MAIS CURTOS).
           03 PG-FREQUENCIA       PIC  X(001).
              88 PROGRAMADO-SEMANAL     VALUE "S".
              88 PROGRAMADO-QUINZENAL   VALUE "Q".
              88 PROGRAMADO-MENSAL      VALUE "M".
           03 PG-DIA-MES          PIC  9(002).
      * DATA EM QUE O PROXIMO PEDIDO E DEVIDO. CAINDO EM DIA SEM
      * LOTE (DOMINGO OU FERIADO), O PEDIDO SAI NO DIA UTIL SEGUINTE.
           03 PG-PROXIMA-DATA     PIC  9(008).
      * ULTIMA DATA EM QUE UM PEDIDO PODE SER DEVIDO (ZEROS = SEM
      * FIM). PASSADA A DATA, O PROGRAMADO E ENCERRADO.
           03 PG-DATA-FIM         PIC  9(008).
      * "A" ATIVO, "S" SUSPENSO (NAO GERA ATE SER REATIVADO), "E"
      * ENCERRADO PELA DATA FIM.
           03 PG-STATUS           PIC  X(001).
              88 PROGRAMADO-ATIVO       VALUE "A".
              88 PROGRAMADO-SUSPENSO    VALUE "S".
              88 PROGRAMADO-ENCERRADO   VALUE "E".
      * SO AS PRIMEIRAS PG-QTD-ITENS POSICOES SAO USADAS; AS DEMAIS
      * FICAM ZERADAS.
           03 PG-QTD-ITENS        PIC  9(002).
           03 PG-ITENS.
              05 PG-ITEM          OCCURS 10 TIMES.
                 07 PG-COD-PRODUTO PIC 9(005).
                 07 PG-QUANTIDADE PIC  9(005)V9(002).
      * RESULTADO DA ULTIMA GERACAO: DATA, PEDIDO GERADO E, QUANDO O
      * PEDIDO NAO PODE SER GERADO, O MOTIVO (BRANCO = GERADO).
           03 PG-DATA-ULTIMA-GERACAO PIC 9(008).
           03 PG-ULTIMO-PEDIDO    PIC  9(007).
           03 PG-ULTIMO-MOTIVO    PIC  X(040).
      * USUARIO DA SESSAO E DATA/HORA (AAAAMMDDHHMMSS) DA ULTIMA
      * INCLUSAO OU ALTERACAO NA TELA.
           03 PG-USUARIO          PIC  X(020).
           03 PG-DATA-ALTERACAO   PIC  9(014).
