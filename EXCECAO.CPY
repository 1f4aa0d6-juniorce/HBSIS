      *****************************************************************
      * EXCECAO.CPY                                                  *
      * LAYOUT DO REGISTRO DO ARQUIVO DE EXCECOES DA DISTRIBUICAO.   *
      * GRAVADO QUANDO O CLIENTE NAO RECEBE UM VENDEDOR CONFIAVEL,   *
      * QUANDO UM CLIENTE ATIVO FICA TEMPO DEMAIS SEM COMPRAR,       *
      * QUANDO UM PEDIDO PROGRAMADO NAO PODE SER GERADO OU QUANDO O  *
      * CLIENTE RECUSA UM PEDIDO NA ENTREGA DO ROMANEIO.             *
      *****************************************************************
       01  ARQ-EXCECAO-REG.
           03 E-COD-CLIENTE       PIC 9(007).
              88 EXCECAO-PENDENTE    VALUE "N".
           03 E-DATA-RESOLUCAO    PIC 9(008).
           03 E-USUARIO-RESOLUCAO PIC X(020).
      * QUEM GEROU A EXCECAO: "D" (OU BRANCO, REGISTROS ANTIGOS) A
      * DISTRIBUICAO; "R" A VARREDURA DE CLIENTES SEM COMPRA
      * (CLIENTESEMCOMPRA), PEDINDO REATIVACAO OU INATIVACAO DO
      * CLIENTE; "P" A GERACAO DOS PEDIDOS PROGRAMADOS
      * (GERAPROGRAMADO), PROGRAMADO QUE NAO VIROU PEDIDO (O NUMERO
      * DO PROGRAMADO VAI NO INICIO DO MOTIVO); "E" A CONFIRMACAO DE
      * ENTREGAS (TELAROMANEIO), PEDIDO RECUSADO PELO CLIENTE (PEDIDO
      * E ROMANEIO VAO NO INICIO DO MOTIVO, E O TRATAMENTO PODE
      * LIBERAR O PEDIDO PARA OUTRO ROMANEIO). A DISTRIBUICAO RECRIA
      * SO AS SUAS E CARREGA AS DEMAIS DE UMA EXECUCAO PARA A OUTRA.
           03 E-ORIGEM            PIC X(001).
              88 EXCECAO-DISTRIBUICAO VALUE "D" " ".
              88 EXCECAO-REATIVACAO   VALUE "R".
              88 EXCECAO-PROGRAMADO   VALUE "P".
              88 EXCECAO-ENTREGA      VALUE "E".
