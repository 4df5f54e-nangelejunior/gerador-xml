      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. GXML17.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# GXML17                                       *
      *         *******************************************************
      *         *#FUNC:# MANUTENCAO DAS DESCRICOES POR IDIOMA DOS     *
      *         *#      # MOTIVOS DE CANCELAMENTO E DOS DETALHES DE   *
      *         *#      # TRANSACAO (DESCIDI - VSAM KSDS, CHAVE TIPO  *
      *         *#      # + CODIGO + IDIOMA) A PARTIR DO ARQUIVO      *
      *         *#      # MOVDESC, COM JORNAL JRNDESC E AUDITORIA NO  *
      *         *#      # SYSPRINT (DESCRICAO ANTERIOR E NOVA)        *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J ANGELE JUNIOR                 *
      *         *******************************************************
      *
      ******************************************************************
       ENVIRONMENT                     DIVISION.
      ******************************************************************
      *
      ******************************************************************
       CONFIGURATION                   SECTION.
      ******************************************************************
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      ******************************************************************
       INPUT-OUTPUT                    SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT DSCI  ASSIGN TO 'DESCIDI'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DSI-CHAVE
                  FILE  STATUS IS WS-FS-DESCIDI.
      *
           SELECT MESTRE ASSIGN TO 'MOTMEST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MST-CDMOTICAN
                  FILE  STATUS IS WS-FS-MOTMEST.
      *
           SELECT ARQDET ASSIGN TO 'DETTRAN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-DETTRAN.
      *
           SELECT MOVTO ASSIGN TO 'MOVDESC'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-MOVDESC.
      *
           SELECT JORNAL ASSIGN TO 'JRNDESC'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-JRNDESC.
      *
           SELECT PARM  ASSIGN TO 'SYSIN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-SYSIN.
      *
           SELECT RELAT ASSIGN TO 'SYSPRINT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-SYSPRINT.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      ******************************************************************
      *     DESCRICOES DOS MOTIVOS ('M') E DETALHES ('D') POR IDIOMA    *
      *     (VSAM KSDS - CHAVE TIPO + CODIGO + IDIOMA)                  *
      ******************************************************************
       FD  DSCI.
      *
       01  FD-DSI-REG.
           05  FD-DSI-CHAVE.
             10  FD-DSI-TIPO       PIC     X(01).
             10  FD-DSI-CODIGO     PIC     9(05).
             10  FD-DSI-IDIOMA     PIC     X(02).
           05  FD-DSI-DESC         PIC     X(60).
           05  FD-DSI-SITUACAO     PIC     X(01).
           05  FD-DSI-DTULTMOV     PIC     9(08).
      *
      ******************************************************************
      *        MESTRE DE MOTIVOS DE CANCELAMENTO (VSAM KSDS)           *
      ******************************************************************
       FD  MESTRE.
      *
       01  FD-MESTRE.
           05  MST-CDMOTICAN       PIC     9(05).
           05  MST-DSMOTICAN       PIC     X(60).
           05  MST-SITUACAO        PIC     X(01).
           05  MST-DTULTMOV        PIC     9(08).
           05  MST-DTINIVIG        PIC     9(08).
           05  MST-DTFIMVIG        PIC     9(08).
      *
      ******************************************************************
      *            ARQUIVO DE ENTRADA - DETALHE DE TRANSACAO           *
      ******************************************************************
       FD  ARQDET
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-ARQDET.
           05  FD-CDDETALHE-ENT    PIC     9(05).
           05  FD-DSDETALHE-ENT    PIC     X(60).
           05  FD-CDMOTIDET-ENT    PIC     9(05).
      *
      ******************************************************************
      *   ARQUIVO DE MOVIMENTOS (INCLUSAO/ALTERACAO/DESATIVACAO)        *
      ******************************************************************
       FD  MOVTO
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-MOVTO.
           05  MOV-OPERACAO        PIC     X(01).
               88  MOV-INCLUSAO                          VALUE 'I'.
               88  MOV-ALTERACAO                         VALUE 'A'.
               88  MOV-DESATIVACAO                       VALUE 'D'.
           05  MOV-TIPO            PIC     X(01).
               88  MOV-TIPO-MOTIVO                       VALUE 'M'.
               88  MOV-TIPO-DETALHE                      VALUE 'D'.
           05  MOV-CODIGO          PIC     X(05).
           05  MOV-IDIOMA          PIC     X(02).
           05  MOV-DESC            PIC     X(60).
      *
      ******************************************************************
      *  JORNAL DE MOVIMENTOS APLICADOS - IMAGENS ANTES E DEPOIS DE     *
      *  CADA REGISTRO DE DESCRICAO DO DESCIDI                          *
      ******************************************************************
       FD  JORNAL
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-JRN-REG.
           05  FD-JRN-DATA         PIC     9(08).
           05  FD-JRN-HORA         PIC     9(06).
           05  FD-JRN-JOB          PIC     X(08).
           05  FD-JRN-OPERACAO     PIC     X(01).
           05  FD-JRN-ANTES        PIC     X(77).
           05  FD-JRN-DEPOIS       PIC     X(77).
      *
      ******************************************************************
      *     CARTAO DE PARAMETROS - NOME DO JOB PARA O JORNAL            *
      ******************************************************************
       FD  PARM
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-PARM.
           05  FD-PARM-JOBNAME     PIC     X(08).
      *
      ******************************************************************
      *            RELATORIO DE AUDITORIA (SYSOUT) DA EXECUCAO          *
      ******************************************************************
       FD  RELAT
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-RELAT                PIC     X(132).
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
      ******************************************************************
       77          FILLER          PIC     X(32)         VALUE
                                   'III WORKING-STORAGE SECTION III'.
      *
       01          WS-WORKING.
      ******************************************************************
      *                           FILE STATUS                          *
      ******************************************************************
           03      WS-AUXILIARES.
             05    FILLER          PIC     X(12)         VALUE
                                   'AUXILIARES'.
             05    WS-FS-DESCIDI   PIC     X(02)         VALUE ZEROS.
               88  DESCIDI-OK                            VALUE '00'.
               88  DESCIDI-NAO-ACHADA                     VALUE '23'.
               88  DESCIDI-INEXISTENTE                    VALUE '35'.
             05    WS-FS-MOTMEST   PIC     X(02)         VALUE ZEROS.
               88  MOTMEST-OK                            VALUE '00'.
               88  MOTMEST-NAO-ACHADO                    VALUE '23'.
             05    WS-FS-DETTRAN   PIC     X(02)         VALUE ZEROS.
               88  DETTRAN-OK                            VALUE '00'.
               88  DETTRAN-FIM                            VALUE '10'.
             05    WS-FS-MOVDESC   PIC     X(02)         VALUE ZEROS.
               88  MOVDESC-OK                            VALUE '00'.
               88  MOVDESC-FIM                            VALUE '10'.
             05    WS-FS-JRNDESC   PIC     X(02)         VALUE ZEROS.
               88  JRNDESC-OK                            VALUE '00'.
               88  JRNDESC-INEXISTENTE                    VALUE '35'.
             05    WS-FS-SYSIN     PIC     X(02)         VALUE ZEROS.
               88  SYSIN-OK                              VALUE '00'.
             05    WS-FS-SYSPRINT  PIC     X(02)         VALUE ZEROS.
      *
      ******************************************************************
      *                            SWITCHES                             *
      ******************************************************************
           03      WS-SWITCHES.
             05    FILLER          PIC     X(12)         VALUE
                                   'SWITCHES'.
             05    WS-SW-ERRO      PIC     X(01)         VALUE 'N'.
               88  WS-ERRO-ENCONTRADO                    VALUE 'S'.
               88  WS-SEM-ERRO                           VALUE 'N'.
             05    WS-SW-RECUSA    PIC     X(01)         VALUE 'N'.
               88  WS-MOV-RECUSADO                       VALUE 'S'.
               88  WS-MOV-APLICADO                       VALUE 'N'.
             05    WS-SW-DETALHE   PIC     X(01)         VALUE 'N'.
               88  WS-DETALHE-ACHADO                     VALUE 'S'.
               88  WS-DETALHE-NAO-ACHADO                 VALUE 'N'.
      *
      ******************************************************************
      *                     VERIFICACAO DE STATUS                      *
      ******************************************************************
           03      WS-STATUS-CHECK.
             05    FILLER          PIC     X(12)         VALUE
                                   'STATUSCHECK'.
             05    WS-OPER-ATUAL   PIC     X(07)         VALUE SPACES.
      *
      ******************************************************************
      *                          ACUMULADORES                          *
      ******************************************************************
           03      WS-ACUMULADORES.
             05    FILLER          PIC     X(12)         VALUE
                                   'ACUMULADORES'.
             05    WS-IND          PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-QTD-DET      PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-CODIGO-NUM   PIC     9(05)         VALUE ZEROS.
             05    WS-LIDOS-MOV    PIC     9(05)         VALUE ZEROS.
             05    WS-APLICADOS    PIC     9(05)         VALUE ZEROS.
             05    WS-RECUSADOS    PIC     9(05)         VALUE ZEROS.
      *
      ******************************************************************
      *                     DATA DO MOVIMENTO                          *
      ******************************************************************
           03      WS-DATAS.
             05    FILLER          PIC     X(12)         VALUE
                                   'DATAS'.
             05    WS-DATA-MOV     PIC     9(08)         VALUE ZEROS.
             05    WS-HORA-EXEC8   PIC     9(08)         VALUE ZEROS.
             05    WS-HORA-EXEC8-R REDEFINES             WS-HORA-EXEC8.
               07  WS-HORA-EXEC    PIC     9(06).
               07  FILLER          PIC     9(02).
      *
      ******************************************************************
      *              AREA DE AUDITORIA DO MOVIMENTO                     *
      ******************************************************************
           03      WS-AUDITORIA.
             05    FILLER          PIC     X(12)         VALUE
                                   'AUDITORIA'.
             05    WS-DS-RECUSA    PIC     X(40)         VALUE SPACES.
             05    WS-JOBNAME      PIC     X(08)         VALUE
                                   'GXML17'.
             05    WS-IMAGEM-ANTES PIC     X(77)         VALUE SPACES.
             05    WS-DESC-ANTES   PIC     X(60)         VALUE SPACES.
             05    WS-DESC-PT      PIC     X(60)         VALUE SPACES.
      *
      ******************************************************************
      *                    RELATORIO DE CONTROLE (SYSOUT)               *
      ******************************************************************
           03      WS-RELATORIO.
             05    FILLER          PIC     X(12)         VALUE
                                   'RELATORIO'.
             05    WS-LINHA-RELAT  PIC     X(132)        VALUE SPACES.
      *
      ******************************************************************
      *      TABELA DOS DETALHES DE TRANSACAO (DETTRAN) EM MEMORIA      *
      ******************************************************************
       01          WS-DET-TAB.
           03      WS-DET-ENT      OCCURS  1000 TIMES.
             05    WS-DET-CODIGO   PIC     9(05).
             05    WS-DET-DESC     PIC     X(60).
      *
      ******************************************************************
      *
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
      *
      ******************************************************************
       LINKAGE                         SECTION.
      ******************************************************************
      *
      *
      ******************************************************************
       PROCEDURE                       DIVISION.
      ******************************************************************
      ******************************************************************
      *                        ROTINA PRINCIPAL                        *
      ******************************************************************
       RTPRINCIPAL                     SECTION.
      ******************************************************************
      *
           PERFORM RTINICIAR.
      *
           IF WS-SEM-ERRO
               PERFORM RTCARREGADET
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTPROCESSAR
           END-IF.
      *
           PERFORM RTRELATORIO.
      *
           PERFORM RTFINALIZAR.
      *
      ******************************************************************
       RTPRINCIPAL-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                         ROTINA INICIAL                         *
      ******************************************************************
       RTINICIAR                       SECTION.
      ******************************************************************
      *
           ACCEPT WS-DATA-MOV          FROM DATE YYYYMMDD.
      *
           OPEN INPUT  PARM.
      *
           IF WS-FS-SYSIN EQUAL '00'
               READ PARM
                   AT END MOVE '10'    TO WS-FS-SYSIN
               END-READ
           END-IF.
      *
           IF SYSIN-OK
               IF FD-PARM-JOBNAME NOT = SPACES
                   MOVE FD-PARM-JOBNAME TO WS-JOBNAME
               END-IF
           END-IF.
      *
           CLOSE PARM.
      *
           OPEN EXTEND JORNAL.
      *
           IF JRNDESC-INEXISTENTE
               OPEN OUTPUT JORNAL
           END-IF.
      *
           IF NOT JRNDESC-OK
               DISPLAY 'GXML17 - ERRO DE I/O NO ARQUIVO JRNDESC'
               DISPLAY 'GXML17 - OPERACAO.......: OPEN'
               DISPLAY 'GXML17 - FILE STATUS....: ' WS-FS-JRNDESC
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           OPEN I-O DSCI.
      *
           IF DESCIDI-INEXISTENTE
               OPEN OUTPUT DSCI
               CLOSE DSCI
               OPEN I-O DSCI
           END-IF.
      *
           IF NOT DESCIDI-OK
               DISPLAY 'GXML17 - ERRO DE I/O NO ARQUIVO DESCIDI'
               DISPLAY 'GXML17 - OPERACAO.......: OPEN'
               DISPLAY 'GXML17 - FILE STATUS....: ' WS-FS-DESCIDI
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           OPEN INPUT  MESTRE.
      *
           IF NOT MOTMEST-OK
               DISPLAY 'GXML17 - ERRO DE I/O NO ARQUIVO MOTMEST'
               DISPLAY 'GXML17 - OPERACAO.......: OPEN'
               DISPLAY 'GXML17 - FILE STATUS....: ' WS-FS-MOTMEST
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           OPEN INPUT  MOVTO.
      *
           IF NOT MOVDESC-OK
               DISPLAY 'GXML17 - ERRO DE I/O NO ARQUIVO MOVDESC'
               DISPLAY 'GXML17 - OPERACAO.......: OPEN'
               DISPLAY 'GXML17 - FILE STATUS....: ' WS-FS-MOVDESC
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           OPEN OUTPUT RELAT.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE CARGA DO DETALHE DE TRANSACAO (DETTRAN) EM MEMORIA  *
      *   PARA VALIDACAO DOS CODIGOS DE DETALHE DOS MOVIMENTOS          *
      ******************************************************************
       RTCARREGADET                    SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-QTD-DET.
      *
           OPEN INPUT  ARQDET.
      *
           IF NOT DETTRAN-OK
               DISPLAY 'GXML17 - ERRO DE I/O NO ARQUIVO DETTRAN'
               DISPLAY 'GXML17 - OPERACAO.......: OPEN'
               DISPLAY 'GXML17 - FILE STATUS....: ' WS-FS-DETTRAN
               SET WS-ERRO-ENCONTRADO  TO TRUE
           ELSE
               READ ARQDET
                   AT END MOVE '10'    TO WS-FS-DETTRAN
               END-READ
               PERFORM UNTIL NOT DETTRAN-OK OR WS-ERRO-ENCONTRADO
                   IF WS-QTD-DET NOT LESS 1000
                       DISPLAY 'GXML17 - ERRO: QTDE DETALHE DE '
                               'TRANSACAO EXCEDE LIMITE DE 1000'
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   ELSE
                       ADD 1           TO WS-QTD-DET
                       MOVE FD-CDDETALHE-ENT
                                       TO WS-DET-CODIGO(WS-QTD-DET)
                       MOVE FD-DSDETALHE-ENT
                                       TO WS-DET-DESC(WS-QTD-DET)
                       READ ARQDET
                           AT END MOVE '10' TO WS-FS-DETTRAN
                       END-READ
                   END-IF
               END-PERFORM
               IF NOT DETTRAN-OK AND NOT DETTRAN-FIM
                   DISPLAY 'GXML17 - ERRO DE I/O NO ARQUIVO DETTRAN'
                   DISPLAY 'GXML17 - OPERACAO.......: READ'
                   DISPLAY 'GXML17 - FILE STATUS....: ' WS-FS-DETTRAN
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
               CLOSE ARQDET
           END-IF.
      *
      ******************************************************************
       RTCARREGADET-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *           ROTINA DE PROCESSAMENTO DOS MOVIMENTOS                *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           READ MOVTO
               AT END MOVE '10'        TO WS-FS-MOVDESC
           END-READ.
      *
           IF NOT MOVDESC-OK AND NOT MOVDESC-FIM
               DISPLAY 'GXML17 - ERRO DE I/O NO ARQUIVO MOVDESC'
               DISPLAY 'GXML17 - OPERACAO.......: READ'
               DISPLAY 'GXML17 - FILE STATUS....: ' WS-FS-MOVDESC
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           PERFORM UNTIL MOVDESC-FIM OR WS-ERRO-ENCONTRADO
               ADD 1                   TO WS-LIDOS-MOV
               PERFORM RTAPLICARMOV
               READ MOVTO
                   AT END MOVE '10'    TO WS-FS-MOVDESC
               END-READ
               IF NOT MOVDESC-OK AND NOT MOVDESC-FIM
                   DISPLAY 'GXML17 - ERRO DE I/O NO ARQUIVO MOVDESC'
                   DISPLAY 'GXML17 - OPERACAO.......: READ'
                   DISPLAY 'GXML17 - FILE STATUS....: ' WS-FS-MOVDESC
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *      ROTINA DE APLICACAO DE UM MOVIMENTO NAS DESCRICOES         *
      ******************************************************************
       RTAPLICARMOV                    SECTION.
      ******************************************************************
      *
           SET WS-MOV-APLICADO         TO TRUE.
           MOVE SPACES                 TO WS-DS-RECUSA.
           MOVE SPACES                 TO WS-IMAGEM-ANTES.
           MOVE SPACES                 TO WS-DESC-ANTES.
           MOVE SPACES                 TO WS-DESC-PT.
      *
           IF NOT MOV-TIPO-MOTIVO AND NOT MOV-TIPO-DETALHE
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'TIPO INVALIDO (M OU D)'
                                       TO WS-DS-RECUSA
           ELSE
           IF MOV-CODIGO NOT NUMERIC
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'CODIGO NAO NUMERICO'
                                       TO WS-DS-RECUSA
           ELSE
           IF MOV-IDIOMA EQUAL SPACES
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'IDIOMA EM BRANCO'
                                       TO WS-DS-RECUSA
           ELSE
           IF MOV-IDIOMA EQUAL 'PT'
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'PORTUGUES E MANTIDO NO MOTMEST/DETTRAN'
                                       TO WS-DS-RECUSA
           ELSE
           IF MOV-DESC EQUAL SPACES
                   AND NOT MOV-DESATIVACAO
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'DESCRICAO EM BRANCO'
                                       TO WS-DS-RECUSA
           ELSE
               MOVE MOV-CODIGO         TO WS-CODIGO-NUM
               PERFORM RTVALIDACODIGO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
           IF WS-MOV-APLICADO AND WS-SEM-ERRO
               IF MOV-INCLUSAO
                   PERFORM RTMOVINCLUSAO
               ELSE
               IF MOV-ALTERACAO
                   PERFORM RTMOVALTERACAO
               ELSE
               IF MOV-DESATIVACAO
                   PERFORM RTMOVDESATIVA
               ELSE
                   SET WS-MOV-RECUSADO TO TRUE
                   MOVE 'OPERACAO INVALIDA'
                                       TO WS-DS-RECUSA
               END-IF
               END-IF
               END-IF
           END-IF.
      *
           IF WS-MOV-RECUSADO
               ADD 1                   TO WS-RECUSADOS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML17 - RECUSADO ' MOV-OPERACAO
                      ' ' MOV-TIPO ' ' MOV-CODIGO ' ' MOV-IDIOMA
                      ' - ' WS-DS-RECUSA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
           IF WS-ERRO-ENCONTRADO
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML17 - NAO PROCESSADO ' MOV-OPERACAO
                      ' ' MOV-TIPO ' ' MOV-CODIGO ' ' MOV-IDIOMA
                      ' - ERRO DE I/O NAS DESCRICOES'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
               ADD 1                   TO WS-APLICADOS
               PERFORM RTJORNAL
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML17 - APLICADO ' MOV-OPERACAO
                      ' ' MOV-TIPO ' ' MOV-CODIGO ' ' MOV-IDIOMA
                      ' SIT ' FD-DSI-SITUACAO
                      ' PT: ' WS-DESC-PT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML17 -          DE..: ' WS-DESC-ANTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML17 -          PARA: ' FD-DSI-DESC
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF
           END-IF.
      *
      ******************************************************************
       RTAPLICARMOV-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE VALIDACAO DO CODIGO DO MOVIMENTO - O MOTIVO PRECISA  *
      *  EXISTIR NO MOTMEST E O DETALHE NO DETTRAN. A DESCRICAO EM      *
      *  PORTUGUES E GUARDADA PARA A AUDITORIA                          *
      ******************************************************************
       RTVALIDACODIGO                  SECTION.
      ******************************************************************
      *
           IF MOV-TIPO-MOTIVO
               MOVE WS-CODIGO-NUM      TO MST-CDMOTICAN
               READ MESTRE
               IF MOTMEST-OK
                   MOVE MST-DSMOTICAN  TO WS-DESC-PT
               ELSE
               IF MOTMEST-NAO-ACHADO
                   SET WS-MOV-RECUSADO TO TRUE
                   MOVE 'MOTIVO NAO CADASTRADO NO MOTMEST'
                                       TO WS-DS-RECUSA
               ELSE
                   MOVE 'READ'         TO WS-OPER-ATUAL
                   PERFORM RTCHKMESTRE
               END-IF
               END-IF
           ELSE
               SET WS-DETALHE-NAO-ACHADO TO TRUE
               MOVE 1                  TO WS-IND
               PERFORM UNTIL WS-IND GREATER WS-QTD-DET
                       OR WS-DETALHE-ACHADO
                   IF WS-DET-CODIGO(WS-IND) EQUAL WS-CODIGO-NUM
                       SET WS-DETALHE-ACHADO TO TRUE
                       MOVE WS-DET-DESC(WS-IND) TO WS-DESC-PT
                   END-IF
                   ADD 1               TO WS-IND
               END-PERFORM
               IF WS-DETALHE-NAO-ACHADO
                   SET WS-MOV-RECUSADO TO TRUE
                   MOVE 'DETALHE NAO CADASTRADO NO DETTRAN'
                                       TO WS-DS-RECUSA
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDACODIGO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE INCLUSAO DE UMA DESCRICAO TRADUZIDA. UMA TRADUCAO    *
      *  JA DESATIVADA E REATIVADA COM A NOVA DESCRICAO                 *
      ******************************************************************
       RTMOVINCLUSAO                   SECTION.
      ******************************************************************
      *
           PERFORM RTMONTACHAVE.
      *
           READ DSCI.
      *
           IF DESCIDI-OK
               IF FD-DSI-SITUACAO EQUAL 'A'
                   SET WS-MOV-RECUSADO TO TRUE
                   MOVE 'TRADUCAO JA CADASTRADA'
                                       TO WS-DS-RECUSA
               ELSE
                   MOVE FD-DSI-REG     TO WS-IMAGEM-ANTES
                   MOVE FD-DSI-DESC    TO WS-DESC-ANTES
                   PERFORM RTMONTADESC
                   REWRITE FD-DSI-REG
                   MOVE 'REWRITE'      TO WS-OPER-ATUAL
                   PERFORM RTCHKDESCIDI
               END-IF
           ELSE
           IF DESCIDI-NAO-ACHADA
               PERFORM RTMONTACHAVE
               PERFORM RTMONTADESC
               WRITE FD-DSI-REG
               MOVE 'WRITE'            TO WS-OPER-ATUAL
               PERFORM RTCHKDESCIDI
           ELSE
               MOVE 'READ'             TO WS-OPER-ATUAL
               PERFORM RTCHKDESCIDI
           END-IF
           END-IF.
      *
      ******************************************************************
       RTMOVINCLUSAO-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE ALTERACAO DO TEXTO DE UMA DESCRICAO TRADUZIDA       *
      ******************************************************************
       RTMOVALTERACAO                  SECTION.
      ******************************************************************
      *
           PERFORM RTMONTACHAVE.
      *
           READ DSCI.
      *
           IF DESCIDI-OK
               IF FD-DSI-SITUACAO NOT = 'A'
                   SET WS-MOV-RECUSADO TO TRUE
                   MOVE 'TRADUCAO DESATIVADA - USAR OPERACAO I'
                                       TO WS-DS-RECUSA
               ELSE
                   MOVE FD-DSI-REG     TO WS-IMAGEM-ANTES
                   MOVE FD-DSI-DESC    TO WS-DESC-ANTES
                   PERFORM RTMONTADESC
                   REWRITE FD-DSI-REG
                   MOVE 'REWRITE'      TO WS-OPER-ATUAL
                   PERFORM RTCHKDESCIDI
               END-IF
           ELSE
           IF DESCIDI-NAO-ACHADA
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'TRADUCAO NAO CADASTRADA'
                                       TO WS-DS-RECUSA
           ELSE
               MOVE 'READ'             TO WS-OPER-ATUAL
               PERFORM RTCHKDESCIDI
           END-IF
           END-IF.
      *
      ******************************************************************
       RTMOVALTERACAO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE DESATIVACAO DE UMA DESCRICAO TRADUZIDA - O GXML01   *
      *   VOLTA A ENVIAR O TEXTO EM PORTUGUES PARA ESSE IDIOMA          *
      ******************************************************************
       RTMOVDESATIVA                   SECTION.
      ******************************************************************
      *
           PERFORM RTMONTACHAVE.
      *
           READ DSCI.
      *
           IF DESCIDI-OK
               MOVE FD-DSI-REG         TO WS-IMAGEM-ANTES
               MOVE FD-DSI-DESC        TO WS-DESC-ANTES
               IF FD-DSI-SITUACAO EQUAL 'I'
                   SET WS-MOV-RECUSADO TO TRUE
                   MOVE 'TRADUCAO JA DESATIVADA'
                                       TO WS-DS-RECUSA
               ELSE
                   MOVE 'I'            TO FD-DSI-SITUACAO
                   MOVE WS-DATA-MOV    TO FD-DSI-DTULTMOV
                   REWRITE FD-DSI-REG
                   MOVE 'REWRITE'      TO WS-OPER-ATUAL
                   PERFORM RTCHKDESCIDI
               END-IF
           ELSE
           IF DESCIDI-NAO-ACHADA
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'TRADUCAO NAO CADASTRADA'
                                       TO WS-DS-RECUSA
           ELSE
               MOVE 'READ'             TO WS-OPER-ATUAL
               PERFORM RTCHKDESCIDI
           END-IF
           END-IF.
      *
      ******************************************************************
       RTMOVDESATIVA-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE MONTAGEM DA CHAVE DO DESCIDI A PARTIR DO MOVIMENTO  *
      ******************************************************************
       RTMONTACHAVE                    SECTION.
      ******************************************************************
      *
           MOVE MOV-TIPO               TO FD-DSI-TIPO.
           MOVE WS-CODIGO-NUM          TO FD-DSI-CODIGO.
           MOVE MOV-IDIOMA             TO FD-DSI-IDIOMA.
      *
      ******************************************************************
       RTMONTACHAVE-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE MONTAGEM DO REGISTRO DE UMA DESCRICAO ATIVA         *
      ******************************************************************
       RTMONTADESC                     SECTION.
      ******************************************************************
      *
           MOVE MOV-DESC               TO FD-DSI-DESC.
           MOVE 'A'                    TO FD-DSI-SITUACAO.
           MOVE WS-DATA-MOV            TO FD-DSI-DTULTMOV.
      *
      ******************************************************************
       RTMONTADESC-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GRAVACAO DO JORNAL DE UM MOVIMENTO APLICADO          *
      *  IMAGEM ANTES (ESPACOS NUMA INCLUSAO NOVA) E IMAGEM DEPOIS DO   *
      *  REGISTRO DA DESCRICAO, COM DATA, HORA, JOB E OPERACAO          *
      ******************************************************************
       RTJORNAL                        SECTION.
      ******************************************************************
      *
           ACCEPT WS-HORA-EXEC8        FROM TIME.
      *
           MOVE WS-DATA-MOV            TO FD-JRN-DATA.
           MOVE WS-HORA-EXEC           TO FD-JRN-HORA.
           MOVE WS-JOBNAME             TO FD-JRN-JOB.
           MOVE MOV-OPERACAO           TO FD-JRN-OPERACAO.
           MOVE WS-IMAGEM-ANTES        TO FD-JRN-ANTES.
           MOVE FD-DSI-REG             TO FD-JRN-DEPOIS.
      *
           WRITE FD-JRN-REG.
      *
           IF NOT JRNDESC-OK
               DISPLAY 'GXML17 - ERRO DE I/O NO ARQUIVO JRNDESC'
               DISPLAY 'GXML17 - OPERACAO.......: WRITE'
               DISPLAY 'GXML17 - FILE STATUS....: ' WS-FS-JRNDESC
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTJORNAL-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *                   ROTINA DE RELATORIO (SYSOUT)                  *
      ******************************************************************
       RTRELATORIO                     SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML17 - MOVIMENTOS LIDOS.....: ' WS-LIDOS-MOV
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML17 - MOVIMENTOS APLICADOS.: ' WS-APLICADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML17 - MOVIMENTOS RECUSADOS.: ' WS-RECUSADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTRELATORIO-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                          ROTINA FINAL                          *
      ******************************************************************
       RTFINALIZAR                     SECTION.
      ******************************************************************
      *
           CLOSE DSCI.
      *
           CLOSE MESTRE.
      *
           CLOSE MOVTO.
      *
           CLOSE JORNAL.
      *
           CLOSE RELAT.
      *
           IF WS-ERRO-ENCONTRADO
               MOVE 16                 TO RETURN-CODE
           ELSE
           IF WS-RECUSADOS GREATER ZEROS
               MOVE 04                 TO RETURN-CODE
           ELSE
               MOVE ZEROS              TO RETURN-CODE
           END-IF
           END-IF.
      *
           GOBACK.
      *
      ******************************************************************
       RTFINALIZAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *          ROTINA DE VERIFICACAO DO ARQUIVO DESCIDI               *
      ******************************************************************
       RTCHKDESCIDI                    SECTION.
      ******************************************************************
      *
           IF NOT DESCIDI-OK
               DISPLAY 'GXML17 - ERRO DE I/O NO ARQUIVO DESCIDI'
               DISPLAY 'GXML17 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML17 - FILE STATUS....: ' WS-FS-DESCIDI
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTCHKDESCIDI-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *          ROTINA DE VERIFICACAO DO ARQUIVO MOTMEST               *
      ******************************************************************
       RTCHKMESTRE                     SECTION.
      ******************************************************************
      *
           IF NOT MOTMEST-OK
               DISPLAY 'GXML17 - ERRO DE I/O NO ARQUIVO MOTMEST'
               DISPLAY 'GXML17 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML17 - FILE STATUS....: ' WS-FS-MOTMEST
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTCHKMESTRE-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
