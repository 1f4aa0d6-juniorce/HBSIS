              CLOSE ARQ-EXCECAO
           END-IF.

      * AS EXCECOES DE OUTRAS ORIGENS (CLIENTES SEM COMPRA, PEDIDOS
      * PROGRAMADOS, VER E-ORIGEM EM EXCECAO.CPY) NAO SAO DA
      * DISTRIBUICAO E FICAM DE FORA.
       310-IMPRIMIR-DETALHE-EXCECAO.
           IF EXCECAO-DISTRIBUICAO
              MOVE E-COD-CLIENTE  TO W-DE-CLIENTE
              MOVE E-NUM-ENDERECO TO W-DE-ENDERECO
              MOVE E-MOTIVO       TO W-DE-MOTIVO

      * SEPARA AS EXCECOES NOVAS DAS QUE JA ESTAO SENDO TRABALHADAS
      * NA FILA DE EXCECOES (VER E-RESOLVIDO EM EXCECAO.CPY).
              IF EXCECAO-RESOLVIDA
                 MOVE "TRATADA"  TO W-DE-SITUACAO
              ELSE
                 MOVE "PENDENTE" TO W-DE-SITUACAO
              END-IF

              WRITE REL-DISTRIBUICAO-LINHA FROM W-DETALHE-EXCECAO

              ADD 1 TO W-QTD-EXCECAO
           END-IF

           READ ARQ-EXCECAO
             AT END MOVE "S" TO W-FIM-EXCECAO
