       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SENHAHASH AS "SENHAHASH".
       AUTHOR.       FRANCISCO.
       DATE-WRITTEN. 15/10/2026.

      *****************************************************************
      * RESUMO (HASH) DE SENHA COM SAL (VER USUARIO.CPY). CHAMADO    *
      * PELO LOGIN, PELO CADASTRO DE USUARIOS, PELA LIBERACAO DE     *
      * SUPERVISOR NO PEDIDO E PELA CONVERSAO DO CADASTRO. O SAL E O *
      * DO USUARIO; SAL EM BRANCO NA CHAMADA FAZ A ROTINA GERAR UM   *
      * NOVO, DEVOLVIDO NO PROPRIO PARAMETRO. O RESUMO SAO 16        *
      * DIGITOS HEXADECIMAIS DE DOIS ACUMULADORES MODULARES,         *
      * PERCORRENDO SAL + SENHA VARIAS VEZES, DE MODO QUE A SENHA    *
      * NAO POSSA SER LIDA DE VOLTA NO ARQUIVO. A SENHA NUNCA E      *
      * GRAVADA; SO O SAL E O RESUMO.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 W-RODADAS              PIC  9(004) VALUE 512.
       77 W-RODADA               PIC  9(004) VALUE ZEROS.
       77 W-POSICAO              PIC  9(002) VALUE ZEROS.
       77 W-CARACTER             PIC  9(003) VALUE ZEROS.
       77 W-ACUM-1               PIC  9(018) VALUE ZEROS.
       77 W-ACUM-2               PIC  9(018) VALUE ZEROS.
       77 W-VALOR-HEXA           PIC  9(010) VALUE ZEROS.
       77 W-DIGITO-HEXA          PIC  9(002) VALUE ZEROS.
       77 W-IND-HEXA             PIC  9(002) VALUE ZEROS.
       77 W-INICIO-HEXA          PIC  9(002) VALUE ZEROS.
       77 W-SAL-INICIADO         PIC  X(001) VALUE "N".
       77 W-SEMENTE              PIC  9(008) VALUE ZEROS.
       77 W-NUMERO-SAL           PIC  9(008) VALUE ZEROS.

       01  W-TEXTO.
           03 W-TEXTO-SAL        PIC  X(008).
           03 W-TEXTO-SENHA      PIC  X(010).

       01  W-DIGITOS-HEXA        PIC  X(016) VALUE "0123456789ABCDEF".

       LINKAGE SECTION.
       01  L-SENHA                PIC  X(010).
       01  L-SAL                  PIC  X(008).
       01  L-HASH                 PIC  X(016).

       PROCEDURE DIVISION USING L-SENHA, L-SAL, L-HASH.
       000-INICIO.
           IF L-SAL EQUAL TO SPACES
              PERFORM 100-GERAR-SAL
           END-IF

           MOVE L-SAL   TO W-TEXTO-SAL
           MOVE L-SENHA TO W-TEXTO-SENHA
           MOVE 5381    TO W-ACUM-1
           MOVE 52711   TO W-ACUM-2

           PERFORM 200-MISTURAR-CARACTER
             VARYING W-RODADA FROM 1 BY 1
               UNTIL W-RODADA GREATER THAN W-RODADAS
               AFTER W-POSICAO FROM 1 BY 1
               UNTIL W-POSICAO GREATER THAN 18

           MOVE SPACES TO L-HASH

           MOVE W-ACUM-1 TO W-VALOR-HEXA
           MOVE 1        TO W-INICIO-HEXA
           PERFORM 300-CONVERTER-HEXA

           MOVE W-ACUM-2 TO W-VALOR-HEXA
           MOVE 9        TO W-INICIO-HEXA
           PERFORM 300-CONVERTER-HEXA

           MOVE SPACES TO W-TEXTO

           GOBACK.

      * SAL DE 8 DIGITOS. A SEQUENCIA ALEATORIA E SEMEADA UMA VEZ
      * POR EXECUCAO COM A HORA, PARA QUE USUARIOS CONVERTIDOS NA
      * MESMA EXECUCAO RECEBAM SAIS DIFERENTES.
       100-GERAR-SAL.
           IF W-SAL-INICIADO NOT EQUAL TO "S"
              MOVE FUNCTION CURRENT-DATE(9:8) TO W-SEMENTE
              COMPUTE W-NUMERO-SAL =
                      FUNCTION RANDOM(W-SEMENTE) * 99999999
              MOVE "S" TO W-SAL-INICIADO
           ELSE
              COMPUTE W-NUMERO-SAL = FUNCTION RANDOM * 99999999
           END-IF

           MOVE W-NUMERO-SAL TO L-SAL.

       200-MISTURAR-CARACTER.
           COMPUTE W-CARACTER = FUNCTION ORD(W-TEXTO(W-POSICAO:1))

           COMPUTE W-ACUM-1 = FUNCTION MOD(W-ACUM-1 * 33
                            + W-CARACTER + W-RODADA, 4294967291)

           COMPUTE W-ACUM-2 = FUNCTION MOD(W-ACUM-2 * 65599
                            + W-CARACTER * W-POSICAO + W-ACUM-1,
                              4294967279).

      * GRAVA W-VALOR-HEXA COMO 8 DIGITOS HEXADECIMAIS EM L-HASH, A
      * PARTIR DA POSICAO W-INICIO-HEXA (DIGITO MENOS SIGNIFICATIVO
      * NA ULTIMA POSICAO).
       300-CONVERTER-HEXA.
           PERFORM 310-DIGITO-HEXA
             VARYING W-IND-HEXA FROM 8 BY -1
               UNTIL W-IND-HEXA LESS THAN 1.

       310-DIGITO-HEXA.
           DIVIDE W-VALOR-HEXA BY 16 GIVING W-VALOR-HEXA
                  REMAINDER W-DIGITO-HEXA

           MOVE W-DIGITOS-HEXA(W-DIGITO-HEXA + 1:1)
             TO L-HASH(W-INICIO-HEXA + W-IND-HEXA - 1:1).

       END PROGRAM SENHAHASH.
