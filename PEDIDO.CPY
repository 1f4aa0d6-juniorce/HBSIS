      * (ARQ-PEDIDO). CADA PEDIDO AMARRA O CLIENTE AO VENDEDOR QUE   *
      * CONSTA NA DISTRIBUICAO VIGENTE E AO ENDERECO DE ENTREGA      *
      * ATENDIDO, PERMITINDO CONFERIR A RECEITA POR VENDEDOR.        *
      * ALEM DO NUMERO, O ARQUIVO E LIDO DIRETO PELO CLIENTE         *
      * (P-COD-CLIENTE) E PELO VENDEDOR E DATA (P-CHAVE-VENDEDOR),   *
      * AMBAS CHAVES ALTERNADAS COM DUPLICIDADE (VER CONVPEDIDO).    *
      *****************************************************************
       01  ARQ-PEDIDO-REG.
           03 P-NUM-PEDIDO        PIC  9(007).
           03 P-COD-CLIENTE       PIC  9(007).
           03 P-CHAVE-VENDEDOR.
              05 P-COD-VENDEDOR   PIC  9(003).
              05 P-DATA-PEDIDO    PIC  9(008).
      * NUMERO DO ENDERECO DE ENTREGA DO PEDIDO (ZEROS = ENDERECO
      * PRINCIPAL DO CADASTRO DO CLIENTE, VER D-NUM-ENDERECO EM
      * DISTRIBUICAO.CPY).
           03 P-NUM-ENDERECO      PIC  9(003).
      * VALOR TOTAL DO PEDIDO, CALCULADO PELA SOMA DOS ITENS (VER
      * ITEMPEDIDO.CPY). NAO E MAIS DIGITADO PELO OPERADOR.
           03 P-VALOR-PEDIDO      PIC  9(009)V9(002).
      * FATURADO, "E" ENTREGUE, "C" CANCELADO. PEDIDOS GRAVADOS ANTES
      * DO CAMPO EXISTIR VEM CURTOS E O STATUS VOLTA EM BRANCO NA
      * LEITURA; BRANCO E TRATADO COMO DIGITADO. O DEMONSTRATIVO DE
      * COMISSAO CONSIDERA APENAS PEDIDOS ENTREGUES. "L" AGUARDANDO
      * LIBERACAO: PEDIDO DE CAMPO IMPORTADO QUE NA TELA TERIA PEDIDO
      * LIBERACAO DE SUPERVISOR; JA RESERVA ESTOQUE E E LIBERADO
      * (PASSA A "D") OU CANCELADO NA TELA DE PEDIDOS.
           03 P-STATUS-PEDIDO     PIC  X(001).
              88 PEDIDO-DIGITADO     VALUE "D" " ".
              88 PEDIDO-AGUARDANDO-LIBERACAO VALUE "L".
              88 PEDIDO-FATURADO     VALUE "F".
              88 PEDIDO-ENTREGUE     VALUE "E".
              88 PEDIDO-CANCELADO    VALUE "C".
      * USUARIO SUPERVISOR QUE LIBEROU O PEDIDO QUANDO ALGUMA
      * VALIDACAO DE ENTRADA (DESCONTO ACIMA DO LIMITE DA CLASSE DO
      * CLIENTE, LIMITE DE CREDITO EXCEDIDO) EXIGIU LIBERACAO
      * (BRANCO = SEM LIBERACAO). O MOTIVO, O LIMITE E O VALOR DE
      * CADA LIBERACAO FICAM NO LOG DE LIBERACOES (LIBERACAO.CPY).
           03 P-USUARIO-LIBERACAO PIC X(020).
      * EMPRESA DO PEDIDO, HERDADA DA SESSAO NA ENTRADA (VER
      * EMPRESA.CPY). ZEROS = REGISTRO ANTERIOR AO MULTI-EMPRESA,
      * TRATADO COMO DA EMPRESA 001.
           03 P-COD-EMPRESA       PIC  9(003).
      * CONDICAO DE PAGAMENTO DO PEDIDO (VER CONDPAGTO.CPY), QUE
      * DEFINE AS PARCELAS GERADAS NO FATURAMENTO. ZEROS (OU REGISTRO
      * ANTIGO, QUE VEM CURTO) = TITULO UNICO COM O VENCIMENTO
      * INFORMADO NA MUDANCA DE STATUS (28 DIAS SE NAO INFORMADO).
           03 P-COD-COND-PAGTO    PIC  9(003).
      * NOTA FISCAL EMITIDA NO FATURAMENTO (VER NOTAFISCAL.CPY): SERIE,
      * NUMERO E DATA DE EMISSAO. BRANCO/ZEROS = PEDIDO AINDA NAO
      * FATURADO (OU REGISTRO ANTIGO, QUE VEM CURTO). O PEDIDO
      * CANCELADO DEPOIS DE FATURADO CONSERVA A NOTA, QUE FICA
      * CANCELADA NO CADASTRO DE NOTAS.
           03 P-SERIE-NF          PIC  X(003).
           03 P-NUM-NF            PIC  9(009).
           03 P-DATA-NF           PIC  9(008).
      * ROMANEIO DE ENTREGA EM QUE O PEDIDO FATURADO FOI CARREGADO
      * (VER ROMANEIO.CPY). ZEROS = LIVRE PARA O PROXIMO ROMANEIO; A
      * PARADA NAO TENTADA E A RECUSA LIBERADA VOLTAM A ZERAR.
           03 P-NUM-ROMANEIO      PIC  9(007).
      * FRETE DO PEDIDO PELA DISTANCIA DE ENTREGA (VER CALCFRETE E
      * FRETE.CPY), A PARTE DO VALOR DOS ITENS EM P-VALOR-PEDIDO. O
      * TITULO, A NOTA E A INTERFACE DO ERP COBRAM ITENS MAIS FRETE;
      * A COMISSAO E AS METAS CONTINUAM SOBRE P-VALOR-PEDIDO. ZEROS
      * (OU REGISTRO ANTIGO, QUE VEM CURTO) = SEM FRETE.
           03 P-VALOR-FRETE       PIC  9(009)V9(002).
