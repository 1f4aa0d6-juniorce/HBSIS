      *****************************************************************
      * MOVESTOQUE.CPY                                               *
      * LAYOUT DO REGISTRO DO RAZAO DE MOVIMENTOS DE ESTOQUE         *
      * (ARQ-MOVESTOQUE). CADA ALTERACAO DO SALDO FISICO OU DA       *
      * RESERVA DE UM PRODUTO (VER PRODUTO.CPY) E APENSADA AQUI COM  *
      * O SALDO RESULTANTE, PARA CONFERENCIA E AUDITORIA.            *
      *****************************************************************
       01  ARQ-MOVESTOQUE-REG.
      * DATA/HORA DA GRAVACAO (AAAAMMDDHHMMSS).
           03 ME-DATA-HORA        PIC  9(014).
           03 ME-COD-PRODUTO      PIC  9(005).
      * "E" ENTRADA (RECEBIMENTO), "A" AJUSTE DE INVENTARIO,
      * "R" RESERVA NA ENTRADA DO PEDIDO, "L" LIBERACAO DA RESERVA
      * NO CANCELAMENTO, "S" SAIDA NO FATURAMENTO, "B" PENDENCIA
      * (BACKORDER) - QUANTIDADE PEDIDA SEM ESTOQUE, NAO MEXE NO
      * SALDO, "D" DEVOLUCAO DO CLIENTE (VOLTA AO FISICO).
           03 ME-TIPO             PIC  X(001).
              88 MOVTO-ENTRADA       VALUE "E".
              88 MOVTO-AJUSTE        VALUE "A".
              88 MOVTO-RESERVA       VALUE "R".
              88 MOVTO-LIBERACAO     VALUE "L".
              88 MOVTO-SAIDA         VALUE "S".
              88 MOVTO-PENDENCIA     VALUE "B".
              88 MOVTO-DEVOLUCAO     VALUE "D".
      * "+" SOMA, "-" SUBTRAI (SO O AJUSTE PODE SER NEGATIVO).
           03 ME-SENTIDO          PIC  X(001).
           03 ME-QUANTIDADE       PIC  9(007)V9(002).
      * PEDIDO/ITEM QUE ORIGINOU O MOVIMENTO (ZEROS NA ENTRADA E NO
      * AJUSTE; NA DEVOLUCAO, O ITEM DO PEDIDO ORIGINAL).
           03 ME-NUM-PEDIDO       PIC  9(007).
           03 ME-SEQ-ITEM         PIC  9(003).
      * SALDOS DO PRODUTO DEPOIS DO MOVIMENTO.
           03 ME-SALDO-ESTOQUE    PIC  9(007)V9(002).
           03 ME-SALDO-RESERVADO  PIC  9(007)V9(002).
           03 ME-USUARIO          PIC  X(020).
           03 ME-DOCUMENTO        PIC  X(020).
