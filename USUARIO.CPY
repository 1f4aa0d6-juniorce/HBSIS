       01  ARQ-USUARIO-REG.
           03 US-CODIGO           PIC  X(020).
           03 US-NOME             PIC  X(040).
      * A SENHA NAO E GRAVADA: SO O SAL DO USUARIO (GERADO NA
      * INCLUSAO) E O RESUMO DA SENHA COM ESSE SAL, CALCULADO PELA
      * ROTINA SENHAHASH. A CONFERENCIA E FEITA RECALCULANDO O RESUMO
      * DA SENHA DIGITADA. O HISTORICO ABAIXO USA O MESMO SAL.
           03 US-SAL-SENHA        PIC  X(008).
           03 US-HASH-SENHA       PIC  X(016).
      * "B" = BLOQUEADO POR EXCESSO DE TENTATIVAS DE SENHA ERRADAS
      * (VER CTL-MAX-TENTATIVAS EM CONTROLE.CPY); O DESBLOQUEIO E
      * FEITO NA TELA DE USUARIOS.
      * TROCOU; COM VALIDADE CONFIGURADA A SENHA E TRATADA COMO
      * VENCIDA), MARCA DE TROCA OBRIGATORIA NO PROXIMO LOGIN
      * (LIGADA QUANDO UM ADMINISTRADOR REDEFINE A SENHA), CONTADOR
      * DE TENTATIVAS ERRADAS SEGUIDAS E OS RESUMOS DAS TRES
      * ULTIMAS SENHAS, QUE NAO PODEM SER REUSADAS NA TROCA.
      * REGISTROS GRAVADOS ANTES DESTES CAMPOS VEM CURTOS; SANEAR OS
      * NUMERICOS PARA ZEROS ANTES DE USAR OU REGRAVAR. O CADASTRO
      * ANTERIOR, COM SENHAS ABERTAS, E CONVERTIDO PELO CONVSENHA.
           03 US-DATA-TROCA-SENHA PIC  9(008).
           03 US-FORCAR-TROCA     PIC  X(001).
              88 USUARIO-DEVE-TROCAR VALUE "S".
           03 US-TENTATIVAS       PIC  9(002).
           03 US-HASH-ANT-1       PIC  X(016).
           03 US-HASH-ANT-2       PIC  X(016).
           03 US-HASH-ANT-3       PIC  X(016).
