      *****************************************************************
      * NOTAFISCAL.CPY                                               *
      * LAYOUT DO REGISTRO DO CADASTRO DE NOTAS FISCAIS DE VENDA     *
      * (ARQ-NOTA-FISCAL). O FATURAMENTO DO PEDIDO EMITE UMA NOTA    *
      * NUMERADA EM SEQUENCIA DENTRO DA SERIE (VER CTL-SERIE-NF EM   *
      * CONTROLE.CPY); O NUMERO NUNCA E REAPROVEITADO NEM PULADO. O  *
      * CANCELAMENTO DO PEDIDO FATURADO MARCA A NOTA COMO CANCELADA, *
      * SEM EXCLUIR O REGISTRO.                                      *
      *****************************************************************
       01  ARQ-NOTA-FISCAL-REG.
           03 NF-CHAVE.
              05 NF-SERIE         PIC  X(003).
              05 NF-NUMERO        PIC  9(009).
           03 NF-NUM-PEDIDO       PIC  9(007).
           03 NF-COD-CLIENTE      PIC  9(007).
           03 NF-COD-VENDEDOR     PIC  9(003).
           03 NF-COD-EMPRESA      PIC  9(003).
           03 NF-DATA-EMISSAO     PIC  9(008).
           03 NF-VALOR            PIC  9(009)V9(002).
      * "A" ATIVA (EMITIDA), "C" CANCELADA.
           03 NF-STATUS           PIC  X(001).
              88 NOTA-FISCAL-ATIVA     VALUE "A".
              88 NOTA-FISCAL-CANCELADA VALUE "C".
           03 NF-USUARIO-EMISSAO  PIC  X(020).
      * DADOS DO CANCELAMENTO (ZEROS/BRANCO ENQUANTO ATIVA). O MOTIVO
      * E O MESMO INFORMADO NO CANCELAMENTO DO PEDIDO.
           03 NF-DATA-CANCELAMENTO PIC 9(008).
           03 NF-MOTIVO-CANCELAMENTO PIC X(040).
           03 NF-USUARIO-CANCELAMENTO PIC X(020).
