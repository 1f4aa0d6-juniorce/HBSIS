      *****************************************************************
      * EXPLICACAO.CPY                                               *
      * LAYOUT DO ARQUIVO DE EXPLICACAO DA DISTRIBUICAO              *
      * (ARQ-EXPLICACAO), GRAVADO PELA EXECUCAO QUE ATENDE UMA       *
      * SOLICITACAO DE EXPLICACAO (VER SOLICEXPLIC.CPY) E LIDO PELO  *
      * REPORTEXPLICACAO. PARA CADA CLIENTE/ENDERECO EXPLICADO HA    *
      * UMA LINHA DE DECISAO (QUEM FICOU COM O ENDERECO E POR QUAL   *
      * REGRA) E UMA LINHA POR VENDEDOR AVALIADO, COM A DISTANCIA E  *
      * O MOTIVO. O ARQUIVO E RECRIADO A CADA EXECUCAO EXPLICADA E   *
      * FICA INTACTO NAS DEMAIS.                                     *
      *****************************************************************
       01  ARQ-EXPLICACAO-REG.
           03 EX-ID-EXECUCAO      PIC  9(006).
      * TIPO DA EXECUCAO (C/I/B/S, VER L-TIPO-EXECUCAO).
           03 EX-TIPO-EXECUCAO    PIC  X(001).
           03 EX-COD-CLIENTE      PIC  9(007).
           03 EX-NUM-ENDERECO     PIC  9(003).
      * "D" DECISAO DO ENDERECO, "C" VENDEDOR CANDIDATO.
           03 EX-TIPO-LINHA       PIC  X(001).
              88 EXPLICACAO-DECISAO     VALUE "D".
              88 EXPLICACAO-CANDIDATO   VALUE "C".
      * NA DECISAO, O VENDEDOR ATRIBUIDO (ZEROS = EXCECAO); NO
      * CANDIDATO, O VENDEDOR AVALIADO.
           03 EX-COD-VENDEDOR     PIC  9(003).
           03 EX-DISTANCIA        PIC  9(009)V9(002).
      * MOTIVO DO CANDIDATO: "A" APROVADO EM TODAS AS REGRAS, "U"
      * AUSENTE NA DATA, "R" DE OUTRA REGIAO, "K" CAPACIDADE
      * ESGOTADA, "T" ACIMA DA DISTANCIA MAXIMA, "I" INATIVO. SE
      * MAIS DE UMA REGRA REPROVA, VALE A PRIMEIRA NESTA ORDEM:
      * AUSENCIA, REGIAO, CAPACIDADE, DISTANCIA.
           03 EX-MOTIVO           PIC  X(001).
              88 CANDIDATO-APROVADO     VALUE "A".
              88 CANDIDATO-AUSENTE      VALUE "U".
              88 CANDIDATO-OUTRA-REGIAO VALUE "R".
              88 CANDIDATO-SEM-CAPACIDADE VALUE "K".
              88 CANDIDATO-DISTANTE     VALUE "T".
              88 CANDIDATO-INATIVO      VALUE "I".
      * REGRA DA DECISAO: "M" ATRIBUICAO MANUAL, "R" ATRIBUICAO
      * ANTERIOR MANTIDA (MODO INCREMENTAL), "G" VENDEDOR UNICO DO
      * GRUPO ECONOMICO, "B" BUSCA PELA MENOR DISTANCIA, "L" BUSCA
      * BALANCEADA (MENOR CARGA), "E" SEM VENDEDOR (EXCECAO).
           03 EX-REGRA            PIC  X(001).
              88 DECISAO-MANUAL         VALUE "M".
              88 DECISAO-MANTIDA        VALUE "R".
              88 DECISAO-GRUPO          VALUE "G".
              88 DECISAO-DISTANCIA      VALUE "B".
              88 DECISAO-BALANCEADA     VALUE "L".
              88 DECISAO-EXCECAO        VALUE "E".
      * NA DECISAO, O VENDEDOR RESERVA E O TETO DE DISTANCIA DO
      * CLIENTE; NO CANDIDATO, A CARGA (CLIENTES JA RECEBIDOS NESTA
      * EXECUCAO) E A CAPACIDADE DO VENDEDOR NO MOMENTO DA AVALIACAO.
           03 EX-COD-VENDEDOR-RESERVA PIC 9(003).
           03 EX-DISTANCIA-MAXIMA PIC  9(009)V9(002).
           03 EX-CARGA            PIC  9(007).
           03 EX-CAPACIDADE       PIC  9(005).
      * INICIO DA EXECUCAO (AAAAMMDDHHMMSS).
           03 EX-DATA-HORA        PIC  9(014).
