      *   - CHECKPOINT PENDENTE DE RETOMADA (EXECUCAO INTERROMPIDA)  *
      *   - NUMEROS E DURACAO DA ULTIMA EXECUCAO (RESUMO.CPY)        *
      *   - PEDIDOS DE HOJE (QUANTIDADE E VALOR)                     *
      * CADA BLOCO TEM UM ATALHO PARA A TELA QUE TRATA O ASSUNTO, E  *
      * HA ATALHO PARA A VISAO GERAL DE UM CLIENTE (ATENDIMENTO).    *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS P-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS P-COD-CLIENTE
                                WITH DUPLICATES
                  ALTERNATE RECORD KEY IS P-CHAVE-VENDEDOR
                                WITH DUPLICATES
                  FILE STATUS   IS WP-FILE-STATUS.

       DATA DIVISION.
          02 LINE 16 COL 10 VALUE "[2] FILA DE EXCECOES".
          02 LINE 17 COL 10 VALUE "[3] ENTRADA DE PEDIDOS".
          02 LINE 18 COL 10 VALUE "[4] QUEM ATENDE ESTE CLIENTE".
          02 LINE 19 COL 10 VALUE "[5] VISAO GERAL DO CLIENTE".
          02 LINE 20 COL 10 VALUE "[6] VOLTAR AO MENU PRINCIPAL".
          02 LINE 22 COL 10 "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 22 COL 34 PIC 9 TO WOPCAO AUTO.

       PROCEDURE DIVISION.
       000-INICIO.
             WHEN 4
                CHAIN "TELADISTRIBUICAO"
             WHEN 5
                CHAIN "TELAVISAOCLIENTE"
             WHEN 6
                CHAIN "MENU"
             WHEN OTHER
                PERFORM 000-INICIO
