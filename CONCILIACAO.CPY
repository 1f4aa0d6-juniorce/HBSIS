      *****************************************************************
      * CONCILIACAO.CPY                                              *
      * LAYOUT DO REGISTRO DA CONCILIACAO MENSAL DO FATURAMENTO      *
      * (ARQ-CONCILIACAO), UM POR COMPETENCIA, REGRAVADO A CADA      *
      * EXECUCAO DA REPORTCONCILIACAO COM O RESULTADO DA ULTIMA      *
      * CONFERENCIA DE PEDIDOS FATURADOS, TITULOS E INTERFACE DO     *
      * ERP. O FECHAMENTO DE COMISSAO SO FECHA A COMPETENCIA QUE     *
      * ESTIVER CONCILIADA.                                          *
      *****************************************************************
       01  ARQ-CONCILIACAO-REG.
           03 CO-ANO-MES          PIC  9(006).
      * "C" CONCILIADA: OS TRES TOTAIS CONFEREM E NAO HA OCORRENCIAS;
      * "D" DIVERGENTE.
           03 CO-SITUACAO         PIC  X(001).
              88 COMPETENCIA-CONCILIADA  VALUE "C".
              88 COMPETENCIA-DIVERGENTE  VALUE "D".
           03 CO-DATA-CONCILIACAO PIC  9(008).
           03 CO-USUARIO          PIC  X(020).
           03 CO-QTD-FATURADOS    PIC  9(007).
           03 CO-VALOR-FATURADO   PIC  9(011)V9(002).
           03 CO-VALOR-TITULOS    PIC  9(011)V9(002).
           03 CO-VALOR-EXPORTADO  PIC  9(011)V9(002).
           03 CO-QTD-OCORRENCIAS  PIC  9(007).
