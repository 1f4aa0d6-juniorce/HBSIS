      *****************************************************************
      * PASSOLOTE.CPY                                                *
      * LAYOUT DO REGISTRO DA TABELA DE PASSOS DO LOTE NOTURNO       *
      * (ARQ-PASSOLOTE). O BATCHNOTURNO EXECUTA OS PASSOS ATIVOS NA  *
      * ORDEM DA CHAVE, CADA UM SO NOS DIAS DA SUA AGENDA. MANTIDA   *
      * PELA TELAPASSOLOTE; SEM A TABELA, O LOTE USA A SEQUENCIA     *
      * PADRAO (VER PASSOPADRAO.CPY).                                *
      *****************************************************************
       01  ARQ-PASSOLOTE-REG.
           03 PL-ORDEM            PIC  9(003).
      * NOME DO PASSO NO LOG DO LOTE (LOGLOTE); E POR ELE QUE A
      * RETOMADA RECONHECE OS PASSOS JA CONCLUIDOS.
           03 PL-NOME             PIC  X(030).
      * PROGRAMA CHAMADO. OS CODIGOS IMPCLIENTE, IMPVENDEDOR E
      * RELATORIOS SAO PASSOS INTERNOS DO LOTE (IMPORTACOES E OS
      * TRES RELATORIOS DO DIA); DISTRIBUICAO RECEBE O TIPO DE
      * EXECUCAO E VERIFICAALERTA OS TOTAIS DAS IMPORTACOES.
      * QUALQUER OUTRO PROGRAMA E CHAMADO SEM PARAMETROS E PRECISA
      * DEVOLVER O CONTROLE EM MODO LOTE (VER SESSAO.CPY).
           03 PL-PROGRAMA         PIC  X(020).
           03 PL-ATIVO            PIC  X(001).
              88 PASSO-ATIVO             VALUE "S".
      * "I" UMA FALHA INTERROMPE O LOTE; "A" A FALHA SO FICA
      * REGISTRADA COMO AVISO E O LOTE SEGUE.
           03 PL-FALHA            PIC  X(001).
              88 PASSO-FALHA-INTERROMPE  VALUE "I".
              88 PASSO-FALHA-AVISA       VALUE "A".
      * "D" TODO DIA UTIL, "P" PRIMEIRO DIA UTIL DO MES, "U" ULTIMO
      * DIA UTIL DO MES, "S" SO NO DIA DA SEMANA DE PL-DIA-SEMANA
      * (1 = SEGUNDA ... 6 = SABADO).
           03 PL-QUANDO           PIC  X(001).
              88 PASSO-TODO-DIA          VALUE "D".
              88 PASSO-PRIMEIRO-DIA-UTIL VALUE "P".
              88 PASSO-ULTIMO-DIA-UTIL   VALUE "U".
              88 PASSO-DIA-SEMANA        VALUE "S".
           03 PL-DIA-SEMANA       PIC  9(001).
