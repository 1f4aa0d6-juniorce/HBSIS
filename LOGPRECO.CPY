      *****************************************************************
      * LOGPRECO.CPY                                                 *
      * LAYOUT DO REGISTRO DO LOG DE ALTERACOES DE PRECO DE LISTA    *
      * (ARQ-LOGPRECO), NO MESMO ESPIRITO DOS LOGS DE CLIENTE E      *
      * VENDEDOR: QUEM ALTEROU, QUANDO E OS PRECOS ANTES E DEPOIS.   *
      * GRAVADO PELA INTERFACE DE PRODUTOS DO ERP (IMPORTPRODUTO).   *
      *****************************************************************
       01  ARQ-LOGPRECO-REG.
           03 LPR-DATA-HORA       PIC  9(014).
           03 LPR-USUARIO         PIC  X(020).
      * LPR-OPERACAO: "I" PRODUTO INCLUIDO, "A" PRECO ALTERADO NA
      * HORA, "F" ALTERACAO AGENDADA PARA LPR-DATA-VIGENCIA (O PRECO
      * ANTES E O DE LISTA CORRENTE), "V" ALTERACAO AGENDADA QUE
      * ENTROU EM VIGOR.
           03 LPR-OPERACAO        PIC  X(001).
           03 LPR-COD-PRODUTO     PIC  9(005).
           03 LPR-PRECO-ANTES     PIC  9(009)V9(002).
           03 LPR-PRECO-DEPOIS    PIC  9(009)V9(002).
           03 LPR-DATA-VIGENCIA   PIC  9(008).
      * SEQUENCIAL DO ARQUIVO DO ERP QUE TROUXE O PRECO.
           03 LPR-SEQUENCIA-ERP   PIC  9(006).
