      *****************************************************************
      * SOLICGEO.CPY                                                 *
      * LAYOUT DO REGISTRO DE CONTROLE DAS SOLICITACOES DE           *
      * GEOCODIFICACAO (ARQ-SOLICGEO). A EXPORTGEO GRAVA UM REGISTRO *
      * POR CLIENTE/ENDERECO ENVIADO AO BUREAU; A IMPORTGEO BAIXA A  *
      * SOLICITACAO QUANDO O RETORNO E APLICADO E LISTA AS QUE AINDA *
      * ESTAO PENDENTES.                                             *
      *****************************************************************
       01  ARQ-SOLICGEO-REG.
      * ENDERECO DE ENTREGA ZEROS = COORDENADAS DO PROPRIO CLIENTE,
      * COMO EM GEO-NUM-ENDERECO DO RETORNO (IMPORTGEO).
           03 SG-CHAVE.
              05 SG-COD-CLIENTE   PIC  9(007).
              05 SG-NUM-ENDERECO  PIC  9(003).
           03 SG-CNPJ             PIC  9(014).
      * 1 COORDENADAS ZERADAS, 2 DIVERGENTE DO CEP NA AUDITORIA
      * (REPORTGEOCEP), 3 ENDERECO POSTAL ALTERADO DEPOIS DAS
      * COORDENADAS. COM MAIS DE UM MOTIVO, VALE O MENOR.
           03 SG-MOTIVO           PIC  9(001).
              88 SOLICITACAO-ZERADA     VALUE 1.
              88 SOLICITACAO-CEP        VALUE 2.
              88 SOLICITACAO-ALTERADO   VALUE 3.
      * "P" PENDENTE (ENVIADA, SEM RETORNO), "R" RESPONDIDA (RETORNO
      * APLICADO PELA IMPORTGEO), "D" DISPENSADA (DEIXOU DE PRECISAR
      * DE GEOCODIFICACAO ANTES DO RETORNO, P.EX. CORRIGIDA NA TELA).
           03 SG-SITUACAO         PIC  X(001).
              88 SOLICITACAO-PENDENTE   VALUE "P".
              88 SOLICITACAO-RESPONDIDA VALUE "R".
              88 SOLICITACAO-DISPENSADA VALUE "D".
      * DATA/HORA (AAAAMMDDHHMMSS) DO PRIMEIRO ENVIO E DO ULTIMO
      * ARQUIVO EM QUE A SOLICITACAO SAIU (O LOTE, QUE TAMBEM COMPOE
      * O NOME DO ARQUIVO), E QUANTAS VEZES FOI ENVIADA SEM RETORNO.
           03 SG-DATA-PRIMEIRO-ENVIO PIC 9(014).
           03 SG-LOTE             PIC  9(014).
           03 SG-QTD-ENVIOS       PIC  9(003).
           03 SG-USUARIO          PIC  X(020).
      * DATA/HORA DA BAIXA (RESPOSTA OU DISPENSA); ZEROS SE PENDENTE.
           03 SG-DATA-BAIXA       PIC  9(014).
