      *****************************************************************
      * LOGACESSO.CPY                                                *
      * LAYOUT DO REGISTRO DO LOG DE ACESSOS (ARQ-LOGACESSO): CADA   *
      * TENTATIVA DE LOGIN (ACEITA OU NEGADA), CADA FUNCAO ESCOLHIDA *
      * NO MENU E CADA RESTAURACAO DE BACKUP, COM USUARIO, EMPRESA E *
      * DATA/HORA. CONSULTADO PELO REPORTACESSO.                     *
      *****************************************************************
       01  ARQ-LOGACESSO-REG.
           03 LA-DATA-HORA        PIC  9(014).
      * USUARIO DIGITADO NO LOGIN OU O DA SESSAO (VER SESSAO.CPY).
           03 LA-USUARIO          PIC  X(020).
      * EMPRESA INFORMADA NO LOGIN OU A DA SESSAO (ZEROS =
      * CONSOLIDADO).
           03 LA-EMPRESA          PIC  9(003).
      * "L" LOGIN ACEITO, "N" LOGIN NEGADO, "B" USUARIO BLOQUEADO
      * POR TENTATIVAS, "T" TROCA OBRIGATORIA DE SENHA FEITA, "F"
      * FUNCAO CHAMADA NO MENU, "P" FUNCAO NEGADA POR FALTA DE
      * PERMISSAO, "R" RESTAURACAO DE BACKUP, "S" SAIDA DO SISTEMA.
           03 LA-EVENTO           PIC  X(001).
              88 ACESSO-LOGIN-ACEITO     VALUE "L".
              88 ACESSO-LOGIN-NEGADO     VALUE "N".
              88 ACESSO-BLOQUEIO         VALUE "B".
              88 ACESSO-TROCA-SENHA      VALUE "T".
              88 ACESSO-FUNCAO           VALUE "F".
              88 ACESSO-FUNCAO-NEGADA    VALUE "P".
              88 ACESSO-RESTAURACAO      VALUE "R".
              88 ACESSO-SAIDA            VALUE "S".
              88 ACESSO-NEGADO           VALUE "N" "B" "P".
      * PROGRAMA CHAMADO (OU O QUE GRAVOU O EVENTO) E O MOTIVO OU
      * COMPLEMENTO (TIPO DE EXECUCAO, MOTIVO DA NEGACAO, DATA DA
      * COPIA RESTAURADA).
           03 LA-PROGRAMA         PIC  X(020).
           03 LA-DETALHE          PIC  X(040).
