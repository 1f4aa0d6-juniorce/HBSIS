      * HOJE: A VENCER, ATE 30, 31 A 60, 61 A 90 E MAIS DE 90 DIAS.  *
      * IMPRIME UMA SECAO POR CLIENTE (UMA LINHA POR CLIENTE COM OS  *
      * SALDOS POR FAIXA) E UMA SECAO RESUMO POR VENDEDOR, COM OS    *
      * TOTAIS GERAIS AO FINAL. CADA PARCELA E CLASSIFICADA PELO SEU *
      * PROPRIO VENCIMENTO.                                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-TITULO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS TIT-CHAVE
                  ALTERNATE RECORD KEY IS TIT-COD-CLIENTE
                                WITH DUPLICATES
                  FILE STATUS   IS WB-FILE-STATUS.

           SELECT TB-TITULO     ASSIGN TO DISK.
       01  TT-TITULO-REG.
           03 TT-COD-CLIENTE      PIC  9(007).
           03 TT-NUM-PEDIDO       PIC  9(007).
           03 TT-NUM-PARCELA      PIC  9(002).
           03 TT-COD-VENDEDOR     PIC  9(003).
           03 TT-DATA-VENCIMENTO  PIC  9(008).
           03 TT-SALDO            PIC  9(009)V9(002).
           SORT TB-TITULO
                ON ASCENDING KEY TT-COD-CLIENTE
                                 TT-NUM-PEDIDO
                                 TT-NUM-PARCELA
                INPUT PROCEDURE 100-SELECIONAR-TITULOS
                OUTPUT PROCEDURE 200-IMPRIMIR-RELATORIO

              AND TIT-VALOR GREATER THAN TIT-VALOR-PAGO
              MOVE TIT-COD-CLIENTE     TO TT-COD-CLIENTE
              MOVE TIT-NUM-PEDIDO      TO TT-NUM-PEDIDO
              MOVE TIT-NUM-PARCELA     TO TT-NUM-PARCELA
              MOVE TIT-COD-VENDEDOR    TO TT-COD-VENDEDOR
              MOVE TIT-DATA-VENCIMENTO TO TT-DATA-VENCIMENTO
              COMPUTE TT-SALDO = TIT-VALOR - TIT-VALOR-PAGO
