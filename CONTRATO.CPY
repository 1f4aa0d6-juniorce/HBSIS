      *****************************************************************
      * CONTRATO.CPY                                                 *
      * LAYOUT DO REGISTRO DE CONTRATO DE PRECO NEGOCIADO            *
      * (ARQ-CONTRATO). O CONTRATO E DE UM CLIENTE (CT-COD-CLIENTE)  *
      * OU DE UM GRUPO ECONOMICO INTEIRO (CT-RAIZ-CNPJ, VER          *
      * GRUPO.CPY) - UM DOS DOIS PREENCHIDO E O OUTRO ZERADO - PARA  *
      * UM PRODUTO, COM VIGENCIA DE CT-DATA-INICIO A CT-DATA-FIM.    *
      * NA ENTRADA DE PEDIDOS O PRECO DO CONTRATO VIGENTE NA DATA DO *
      * PEDIDO SUBSTITUI O PRECO DE LISTA COMO PRECO SUGERIDO E COMO *
      * BASE DO LIMITE DE DESCONTO DA CLASSE (VER POLITICADESC.CPY). *
      * O CONTRATO DO PROPRIO CLIENTE PREVALECE SOBRE O DO GRUPO;    *
      * HAVENDO MAIS DE UM VIGENTE, VALE O DE INICIO MAIS RECENTE.   *
      *****************************************************************
       01  ARQ-CONTRATO-REG.
           03 CT-CHAVE.
              05 CT-COD-CLIENTE   PIC  9(007).
              05 CT-RAIZ-CNPJ     PIC  9(008).
              05 CT-COD-PRODUTO   PIC  9(005).
              05 CT-DATA-INICIO   PIC  9(008).
           03 CT-DATA-FIM         PIC  9(008).
           03 CT-PRECO-CONTRATO   PIC  9(009)V9(002).
      * USUARIO DA SESSAO E DATA/HORA (AAAAMMDDHHMMSS) DA ULTIMA
      * INCLUSAO OU ALTERACAO DO CONTRATO.
           03 CT-USUARIO          PIC  X(020).
           03 CT-DATA-ALTERACAO   PIC  9(014).
