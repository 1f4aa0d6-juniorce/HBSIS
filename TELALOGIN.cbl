      * O USUARIO AUTENTICADO E SUAS PERMISSOES NO REGISTRO DE       *
      * SESSAO (VER SESSAO.CPY). ENQUANTO O CADASTRO DE USUARIOS     *
      * ESTIVER VAZIO, QUALQUER IDENTIFICACAO E ACEITA COM TODAS AS  *
      * PERMISSOES, PARA PERMITIR O CADASTRAMENTO INICIAL. TODA      *
      * TENTATIVA, ACEITA OU NEGADA, E GRAVADA NO LOG DE ACESSOS     *
      * (VER LOGACESSO.CPY).                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD  KEY   IS EM-COD-EMPRESA
                  FILE STATUS   IS WF-FILE-STATUS.

           SELECT ARQ-LOGACESSO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS WA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-USUARIO
           VALUE OF FILE-ID IS 'cadEmpresa'.
       COPY "EMPRESA.CPY".

       FD  ARQ-LOGACESSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'logAcesso'.
       COPY "LOGACESSO.CPY".

       WORKING-STORAGE SECTION.
       77 W-CONFIRMA             PIC  X      VALUE SPACES.
       77 WU-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-DIAS-HOJE            PIC  9(008) VALUE ZEROS.
       77 W-IDADE-SENHA          PIC S9(005) VALUE ZEROS.

      * RESUMOS (VER SENHAHASH) DA SENHA DIGITADA E DA NOVA SENHA,
      * CALCULADOS COM UMA COPIA DO SAL DO USUARIO.
       77 W-SAL-USUARIO          PIC  X(008) VALUE SPACES.
       77 W-HASH-DIGITADO        PIC  X(016) VALUE SPACES.
       77 W-HASH-NOVA            PIC  X(016) VALUE SPACES.

      * EMPRESA ATIVA ESCOLHIDA NO LOGIN (VER EMPRESA.CPY). ZEROS =
      * VISAO CONSOLIDADA. COM O CADASTRO DE EMPRESAS PRESENTE, UMA
      * EMPRESA INFORMADA PRECISA EXISTIR NELE.
       77 W-EMPRESA-DIGITADA     PIC  9(003) VALUE ZEROS.
       77 W-EMPRESA-VALIDA       PIC  X(001) VALUE "S".

      * EVENTO E MOTIVO GRAVADOS NO LOG DE ACESSOS.
       77 WA-FILE-STATUS         PIC  X(002) VALUE "00".
       77 W-EVENTO-ACESSO        PIC  X(001) VALUE SPACES.
       77 W-DETALHE-ACESSO       PIC  X(040) VALUE SPACES.

       SCREEN SECTION.
       01 TELA-IDENTIFICACAO AUTO.
          02 BLANK SCREEN.
           PERFORM 150-VALIDAR-EMPRESA

           IF W-EMPRESA-VALIDA NOT EQUAL TO "S"
              MOVE "N" TO W-EVENTO-ACESSO
              MOVE "EMPRESA NAO CADASTRADA" TO W-DETALHE-ACESSO
              PERFORM 400-GRAVAR-LOG-ACESSO
              DISPLAY MENSAGEM-EMPRESA-INVALIDA
              ACCEPT  MENSAGEM-EMPRESA-INVALIDA
              PERFORM 000-INICIO
           PERFORM 100-VERIFICAR-CADASTRO-VAZIO

           IF W-CADASTRO-VAZIO EQUAL TO "S"
              MOVE "L" TO W-EVENTO-ACESSO
              MOVE "CADASTRO DE USUARIOS VAZIO (IMPLANTACAO)"
                TO W-DETALHE-ACESSO
              PERFORM 400-GRAVAR-LOG-ACESSO
              PERFORM 300-GRAVAR-SESSAO-COMPLETA
              CHAIN "MENU"
           END-IF

           IF WU-FILE-STATUS NOT EQUAL TO "00"
              CLOSE ARQ-USUARIO
              MOVE "N" TO W-EVENTO-ACESSO
              MOVE "USUARIO NAO CADASTRADO" TO W-DETALHE-ACESSO
              PERFORM 400-GRAVAR-LOG-ACESSO
              DISPLAY MENSAGEM-ACESSO-NEGADO
              ACCEPT  MENSAGEM-ACESSO-NEGADO
              PERFORM 000-INICIO

           IF USUARIO-BLOQUEADO
              CLOSE ARQ-USUARIO
              MOVE "N" TO W-EVENTO-ACESSO
              MOVE "USUARIO BLOQUEADO" TO W-DETALHE-ACESSO
              PERFORM 400-GRAVAR-LOG-ACESSO
              DISPLAY MENSAGEM-USUARIO-BLOQUEADO
              ACCEPT  MENSAGEM-USUARIO-BLOQUEADO
              PERFORM 000-INICIO

           IF NOT USUARIO-ATIVO
              CLOSE ARQ-USUARIO
              MOVE "N" TO W-EVENTO-ACESSO
              MOVE "USUARIO INATIVO" TO W-DETALHE-ACESSO
              PERFORM 400-GRAVAR-LOG-ACESSO
              DISPLAY MENSAGEM-ACESSO-NEGADO
              ACCEPT  MENSAGEM-ACESSO-NEGADO
              PERFORM 000-INICIO
           END-IF

           MOVE US-SAL-SENHA TO W-SAL-USUARIO
           CALL "SENHAHASH" USING W-SENHA-DIGITADA, W-SAL-USUARIO,
                                  W-HASH-DIGITADO
           MOVE SPACES TO W-SENHA-DIGITADA

           IF US-HASH-SENHA NOT EQUAL TO W-HASH-DIGITADO
              ADD 1 TO US-TENTATIVAS

              IF W-MAX-TENTATIVAS GREATER THAN ZEROS
                 MOVE "B" TO US-STATUS
                 REWRITE ARQ-USUARIO-REG
                 CLOSE ARQ-USUARIO
                 MOVE "B" TO W-EVENTO-ACESSO
                 MOVE "SENHA INVALIDA; BLOQUEADO POR TENTATIVAS"
                   TO W-DETALHE-ACESSO
                 PERFORM 400-GRAVAR-LOG-ACESSO
                 DISPLAY MENSAGEM-USUARIO-BLOQUEADO
                 ACCEPT  MENSAGEM-USUARIO-BLOQUEADO
                 PERFORM 000-INICIO

              REWRITE ARQ-USUARIO-REG
              CLOSE ARQ-USUARIO
              MOVE "N" TO W-EVENTO-ACESSO
              MOVE "SENHA INVALIDA" TO W-DETALHE-ACESSO
              PERFORM 400-GRAVAR-LOG-ACESSO
              DISPLAY MENSAGEM-ACESSO-NEGADO
              ACCEPT  MENSAGEM-ACESSO-NEGADO
              PERFORM 000-INICIO
           PERFORM 220-VERIFICAR-EXPIRACAO

           IF USUARIO-DEVE-TROCAR OR W-PRECISA-TROCAR EQUAL TO "S"
              IF USUARIO-DEVE-TROCAR
                 MOVE "TROCA OBRIGATORIA DE SENHA"
                   TO W-DETALHE-ACESSO
              ELSE
                 MOVE "SENHA EXPIRADA" TO W-DETALHE-ACESSO
              END-IF

              PERFORM 230-TROCAR-SENHA
              MOVE "T" TO W-EVENTO-ACESSO
              PERFORM 400-GRAVAR-LOG-ACESSO
           END-IF

           REWRITE ARQ-USUARIO-REG
           CLOSE ARQ-USUARIO
           MOVE "L" TO W-EVENTO-ACESSO
           MOVE "LOGIN ACEITO" TO W-DETALHE-ACESSO
           PERFORM 400-GRAVAR-LOG-ACESSO
           PERFORM 310-GRAVAR-SESSAO-USUARIO
           CHAIN "MENU".

              MOVE ZEROS TO CTL-MAX-PCT-REJEICAO
           END-IF

           IF CTL-ULTIMO-NUM-NOTA-CRED NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-NOTA-CRED
           END-IF

           IF CTL-ULTIMO-NUM-NF NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-NF
           END-IF

           IF CTL-ULTIMO-NUM-ROMANEIO NOT NUMERIC
              MOVE ZEROS TO CTL-ULTIMO-NUM-ROMANEIO
           END-IF

           IF CTL-FREQ-VISITA NOT NUMERIC
              MOVE ZEROS TO CTL-FREQ-VISITA
           END-IF

           IF CTL-PLANO-VISITA NOT NUMERIC
              MOVE ZEROS TO CTL-PLANO-VISITA
           END-IF

           IF CTL-DIAS-SEM-COMPRA NOT NUMERIC
              MOVE ZEROS TO CTL-DIAS-SEM-COMPRA
           END-IF

           IF CTL-PESOS-SCORECARD NOT NUMERIC
              MOVE ZEROS TO CTL-PESOS-SCORECARD
           END-IF

           MOVE CTL-VALIDADE-SENHA TO W-VALIDADE-SENHA
           MOVE CTL-MAX-TENTATIVAS TO W-MAX-TENTATIVAS.


      * TROCA OBRIGATORIA: A NOVA SENHA NAO PODE SER EM BRANCO,
      * DIFERIR DA CONFIRMACAO, REPETIR A SENHA ATUAL NEM UMA DAS
      * TRES ULTIMAS (COMPARANDO OS RESUMOS). AO TROCAR, O RESUMO DA
      * SENHA ATUAL ENTRA NO HISTORICO.
       230-TROCAR-SENHA.
           MOVE SPACES TO W-NOVA-SENHA, W-NOVA-SENHA-2

           DISPLAY TELA-TROCA-SENHA
           ACCEPT  TELA-TROCA-SENHA

           MOVE US-SAL-SENHA TO W-SAL-USUARIO
           CALL "SENHAHASH" USING W-NOVA-SENHA, W-SAL-USUARIO,
                                  W-HASH-NOVA

           IF W-NOVA-SENHA EQUAL TO SPACES
              OR W-NOVA-SENHA NOT EQUAL TO W-NOVA-SENHA-2
              OR W-HASH-NOVA EQUAL TO US-HASH-SENHA
              OR W-HASH-NOVA EQUAL TO US-HASH-ANT-1
              OR W-HASH-NOVA EQUAL TO US-HASH-ANT-2
              OR W-HASH-NOVA EQUAL TO US-HASH-ANT-3
              DISPLAY MENSAGEM-SENHA-INVALIDA
              ACCEPT  MENSAGEM-SENHA-INVALIDA
              PERFORM 230-TROCAR-SENHA
           ELSE
              MOVE US-HASH-ANT-2  TO US-HASH-ANT-3
              MOVE US-HASH-ANT-1  TO US-HASH-ANT-2
              MOVE US-HASH-SENHA  TO US-HASH-ANT-1
              MOVE W-HASH-NOVA    TO US-HASH-SENHA
              MOVE SPACES         TO W-NOVA-SENHA, W-NOVA-SENHA-2
              MOVE FUNCTION CURRENT-DATE(1:8)
                TO US-DATA-TROCA-SENHA
              MOVE "N"            TO US-FORCAR-TROCA
           WRITE ARQ-SESSAO-REG
           CLOSE ARQ-SESSAO.

      * LOG DE ACESSOS (VER LOGACESSO.CPY). NA PRIMEIRA GRAVACAO O
      * ARQUIVO AINDA NAO EXISTE E E CRIADO.
       400-GRAVAR-LOG-ACESSO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LA-DATA-HORA
           MOVE W-USUARIO-DIGITADO TO LA-USUARIO
           MOVE W-EMPRESA-DIGITADA TO LA-EMPRESA
           MOVE W-EVENTO-ACESSO    TO LA-EVENTO
           MOVE "TELALOGIN"        TO LA-PROGRAMA
           MOVE W-DETALHE-ACESSO   TO LA-DETALHE

           OPEN EXTEND ARQ-LOGACESSO

           IF WA-FILE-STATUS NOT EQUAL TO "00"
              OPEN OUTPUT ARQ-LOGACESSO
           END-IF

           WRITE ARQ-LOGACESSO-REG
           CLOSE ARQ-LOGACESSO.

       END PROGRAM TELALOGIN.
