      *****************************************************************
      * LOGFOLHA.CPY                                                 *
      * LAYOUT DO REGISTRO DO LOG DA INTERFACE DE COMISSAO COM A     *
      * FOLHA DE PAGAMENTO (ARQ-LOGFOLHA). CADA ARQUIVO GERADO PELO  *
      * EXPORTFOLHA E CADA RETORNO PROCESSADO PELO IMPORTRETFOLHA    *
      * GRAVA UMA LINHA COM O USUARIO DA SESSAO. E TAMBEM POR ELE    *
      * QUE A EXPORTACAO SABE QUE A COMPETENCIA JA FOI ENVIADA.      *
      *****************************************************************
       01  ARQ-LOGFOLHA-REG.
           03 LF-DATA-HORA        PIC  9(014).
           03 LF-USUARIO          PIC  X(020).
      * "E" EXPORTACAO, "R" REEXPORTACAO CONFIRMADA PELO USUARIO,
      * "A" RETORNO (ACKNOWLEDGMENT) DA FOLHA PROCESSADO.
           03 LF-TIPO             PIC  X(001).
              88 LF-EXPORTACAO       VALUE "E".
              88 LF-REEXPORTACAO     VALUE "R".
              88 LF-RETORNO          VALUE "A".
           03 LF-ANO-MES          PIC  9(006).
           03 LF-COD-EMPRESA      PIC  9(003).
      * QUANTIDADE DE VENDEDORES E TOTAL DE COMISSAO DO ARQUIVO
      * GERADO; NO RETORNO, ACEITOS E REJEITADOS PELA FOLHA.
           03 LF-QTD-VENDEDORES   PIC  9(007).
           03 LF-VALOR-TOTAL      PIC  9(013)V9(002).
           03 LF-QTD-REJEITADOS   PIC  9(007).
      * RESULTADO DA CONCILIACAO DO RETORNO: "S" CONCILIADO, "N" COM
      * DIVERGENCIAS (BRANCO NAS EXPORTACOES).
           03 LF-CONCILIADO       PIC  X(001).
