           03 PRD-STATUS          PIC  X(001).
              88 PRODUTO-ATIVO       VALUE "A".
              88 PRODUTO-INATIVO     VALUE "I".
      * CONTROLE DE ESTOQUE (VER MOVESTOQUE.CPY): SALDO FISICO, QUANTO
      * DELE ESTA RESERVADO PARA PEDIDOS DIGITADOS E O MINIMO ABAIXO
      * DO QUAL O DISPONIVEL (FISICO - RESERVADO) ENTRA NO RELATORIO
      * DE REPOSICAO. REGISTRO ANTIGO VEM CURTO E E SANEADO PARA
      * ZEROS.
           03 PRD-ESTOQUE-MINIMO  PIC  9(007)V9(002).
           03 PRD-QTD-ESTOQUE     PIC  9(007)V9(002).
           03 PRD-QTD-RESERVADA   PIC  9(007)V9(002).
      * PRECO DE LISTA AGENDADO PELA INTERFACE DE PRODUTOS DO ERP
      * (VER IMPORTPRODUTO), QUE PASSA A PRD-PRECO-LISTA NO LOTE
      * NOTURNO A PARTIR DO DIA PRD-DATA-VIGENCIA. ZEROS = NENHUMA
      * MUDANCA AGENDADA. REGISTRO ANTIGO VEM CURTO E E SANEADO PARA
      * ZEROS.
           03 PRD-PRECO-FUTURO    PIC  9(009)V9(002).
           03 PRD-DATA-VIGENCIA   PIC  9(008).
