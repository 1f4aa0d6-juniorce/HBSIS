      *****************************************************************
      * FRETE.CPY                                                    *
      * LAYOUT DO REGISTRO DA TABELA DE FRETE POR FAIXA DE DISTANCIA *
      * (ARQ-FRETE). CADA FAIXA VALE PARA UMA REGIAO DE VENDA (VER   *
      * REGIAO.CPY) OU PARA TODAS (FT-COD-REGIAO ZERADO) E VAI ATE   *
      * FT-KM-ATE QUILOMETROS DO DEPOSITO DA EMPRESA (VER            *
      * EMPRESA.CPY) AO ENDERECO DE ENTREGA DO PEDIDO. VALE A MENOR  *
      * FAIXA QUE COBRE A DISTANCIA; ALEM DA ULTIMA FAIXA VALE A     *
      * ULTIMA. A REGIAO DO CLIENTE SEM FAIXAS USA AS DE TODAS AS    *
      * REGIOES. PEDIDO COM VALOR DOS ITENS IGUAL OU ACIMA DE        *
      * FT-VALOR-ISENCAO NAO PAGA FRETE (ZEROS = SEM ISENCAO).        *
      *****************************************************************
       01  ARQ-FRETE-REG.
           03 FT-CHAVE.
              05 FT-COD-REGIAO    PIC  9(003).
              05 FT-KM-ATE        PIC  9(005).
           03 FT-VALOR-FRETE      PIC  9(007)V9(002).
           03 FT-VALOR-ISENCAO    PIC  9(009)V9(002).
      * USUARIO DA SESSAO E DATA/HORA (AAAAMMDDHHMMSS) DA ULTIMA
      * INCLUSAO OU ALTERACAO DA FAIXA.
           03 FT-USUARIO          PIC  X(020).
           03 FT-DATA-ALTERACAO   PIC  9(014).
