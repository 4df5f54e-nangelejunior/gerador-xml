      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. GXML13.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# GXML13                                       *
      *         *******************************************************
      *         *#FUNC:# REGISTRO DOS MOVIMENTOS DO MESTRE DE MOTIVOS *
      *         *#      # (MOVMOT) NO ARQUIVO DE MOVIMENTOS PENDENTES *
      *         *#      # MOVPEND (VSAM KSDS), COM O USUARIO          *
      *         *#      # SOLICITANTE INFORMADO NO SYSIN. O MOVIMENTO *
      *         *#      # SO E APLICADO PELO GXML03 DEPOIS DE         *
      *         *#      # APROVADO POR UM SEGUNDO USUARIO NO GXML14   *
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
           SELECT PEND  ASSIGN TO 'MOVPEND'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PND-CHAVE
                  FILE  STATUS IS WS-FS-MOVPEND.
      *
           SELECT MOVTO ASSIGN TO 'MOVMOT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-MOVMOT.
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
      *   MOVIMENTOS PENDENTES DE APROVACAO (VSAM KSDS)                 *
      *   CHAVE DATA + HORA + SEQUENCIA DA SOLICITACAO                  *
      ******************************************************************
       FD  PEND.
      *
       01  FD-PEND.
           05  PND-CHAVE.
             10  PND-DTSOLIC       PIC     9(08).
             10  PND-HRSOLIC       PIC     9(06).
             10  PND-SEQSOLIC      PIC     9(04).
           05  PND-SITUACAO        PIC     X(01).
               88  PND-PENDENTE                          VALUE 'P'.
               88  PND-APROVADO                          VALUE 'A'.
               88  PND-REJEITADO                         VALUE 'R'.
               88  PND-EFETIVADO                         VALUE 'E'.
               88  PND-RECUSADO                          VALUE 'X'.
           05  PND-USRSOL          PIC     X(08).
           05  PND-USRAPR          PIC     X(08).
           05  PND-DTDECISAO       PIC     9(08).
           05  PND-HRDECISAO       PIC     9(06).
           05  PND-DSMOTIVO        PIC     X(40).
           05  PND-DTEFET          PIC     9(08).
           05  PND-MOVIMENTO.
             10  PND-OPERACAO      PIC     X(01).
             10  PND-CDMOTICAN     PIC     X(05).
             10  PND-DSMOTICAN     PIC     X(60).
             10  PND-DTINIVIG      PIC     X(08).
             10  PND-DTFIMVIG      PIC     X(08).
             10  PND-CDMOTSUB      PIC     X(05).
      *
      ******************************************************************
      *        ARQUIVO DE MOVIMENTOS (INCLUSAO/ALTERACAO/DESATIVACAO)   *
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
               88  MOV-VIGENCIA                          VALUE 'V'.
               88  MOV-SUBSTITUICAO                      VALUE 'S'.
           05  MOV-CDMOTICAN       PIC     X(05).
           05  MOV-DSMOTICAN       PIC     X(60).
           05  MOV-DTINIVIG        PIC     X(08).
           05  MOV-DTFIMVIG        PIC     X(08).
           05  MOV-CDMOTSUB        PIC     X(05).
      *
      ******************************************************************
      *     CARTAO DE PARAMETROS - USUARIO SOLICITANTE                  *
      ******************************************************************
       FD  PARM
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-PARM.
           05  FD-PARM-USUARIO     PIC     X(08).
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
             05    WS-FS-MOVPEND   PIC     X(02)         VALUE ZEROS.
               88  MOVPEND-OK                            VALUE '00'.
               88  MOVPEND-INEXISTENTE                   VALUE '35'.
             05    WS-FS-MOVMOT    PIC     X(02)         VALUE ZEROS.
               88  MOVMOT-OK                             VALUE '00'.
               88  MOVMOT-FIM                             VALUE '10'.
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
               88  WS-MOV-ACEITO                         VALUE 'N'.
      *
      ******************************************************************
      *                          ACUMULADORES                          *
      ******************************************************************
           03      WS-ACUMULADORES.
             05    FILLER          PIC     X(12)         VALUE
                                   'ACUMULADORES'.
             05    WS-LIDOS-MOV    PIC     9(05)         VALUE ZEROS.
             05    WS-REGISTRADOS  PIC     9(05)         VALUE ZEROS.
             05    WS-RECUSADOS    PIC     9(05)         VALUE ZEROS.
             05    WS-SEQ-SOLIC    PIC     9(04)         VALUE ZEROS.
      *
      ******************************************************************
      *                     DATA DA SOLICITACAO                        *
      ******************************************************************
           03      WS-DATAS.
             05    FILLER          PIC     X(12)         VALUE
                                   'DATAS'.
             05    WS-DATA-SOLIC   PIC     9(08)         VALUE ZEROS.
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
             05    WS-USUARIO      PIC     X(08)         VALUE SPACES.
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
           ACCEPT WS-DATA-SOLIC        FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC8        FROM TIME.
      *
           OPEN OUTPUT RELAT.
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
               MOVE FD-PARM-USUARIO    TO WS-USUARIO
           END-IF.
      *
           CLOSE PARM.
      *
      *--------------------------------------------------------------*
      *  SEM USUARIO SOLICITANTE NAO HA COMO FAZER A DUPLA CONFERENCIA *
      *--------------------------------------------------------------*
           IF WS-USUARIO EQUAL SPACES
               DISPLAY 'GXML13 - ERRO: USUARIO SOLICITANTE NAO '
                       'INFORMADO NO SYSIN'
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           OPEN I-O PEND.
      *
           IF MOVPEND-INEXISTENTE
               OPEN OUTPUT PEND
               CLOSE PEND
               OPEN I-O PEND
           END-IF.
      *
           IF NOT MOVPEND-OK
               DISPLAY 'GXML13 - ERRO DE I/O NO ARQUIVO MOVPEND'
               DISPLAY 'GXML13 - OPERACAO.......: OPEN'
               DISPLAY 'GXML13 - FILE STATUS....: ' WS-FS-MOVPEND
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           OPEN INPUT  MOVTO.
      *
           IF NOT MOVMOT-OK
               DISPLAY 'GXML13 - ERRO DE I/O NO ARQUIVO MOVMOT'
               DISPLAY 'GXML13 - OPERACAO.......: OPEN'
               DISPLAY 'GXML13 - FILE STATUS....: ' WS-FS-MOVMOT
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *           ROTINA DE PROCESSAMENTO DOS MOVIMENTOS                *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           READ MOVTO
               AT END MOVE '10'        TO WS-FS-MOVMOT
           END-READ.
      *
           PERFORM UNTIL MOVMOT-FIM OR WS-ERRO-ENCONTRADO
               ADD 1                   TO WS-LIDOS-MOV
               PERFORM RTREGISTRAR
               READ MOVTO
                   AT END MOVE '10'    TO WS-FS-MOVMOT
               END-READ
           END-PERFORM.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE REGISTRO DE UM MOVIMENTO COMO PENDENTE              *
      *   SO A EDICAO BASICA E FEITA AQUI - A CRITICA CONTRA O MESTRE   *
      *   CONTINUA NO GXML03, NO MOMENTO DA APLICACAO                   *
      ******************************************************************
       RTREGISTRAR                     SECTION.
      ******************************************************************
      *
           SET WS-MOV-ACEITO           TO TRUE.
           MOVE SPACES                 TO WS-DS-RECUSA.
      *
           IF NOT MOV-INCLUSAO AND NOT MOV-ALTERACAO
                   AND NOT MOV-DESATIVACAO AND NOT MOV-VIGENCIA
                   AND NOT MOV-SUBSTITUICAO
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'OPERACAO INVALIDA'
                                       TO WS-DS-RECUSA
           ELSE
           IF MOV-CDMOTICAN NOT NUMERIC
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'CODIGO DO MOTIVO NAO NUMERICO'
                                       TO WS-DS-RECUSA
           ELSE
           IF MOV-SUBSTITUICAO AND MOV-CDMOTSUB NOT NUMERIC
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'MOTIVO SUBSTITUTO NAO NUMERICO'
                                       TO WS-DS-RECUSA
           ELSE
           IF MOV-SUBSTITUICAO AND MOV-CDMOTSUB EQUAL MOV-CDMOTICAN
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'MOTIVO SUBSTITUTO IGUAL AO SUBSTITUIDO'
                                       TO WS-DS-RECUSA
           ELSE
           IF WS-SEQ-SOLIC GREATER 9998
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'LIMITE DE 9999 SOLICITACOES POR EXECUCAO'
                                       TO WS-DS-RECUSA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
           IF WS-MOV-ACEITO
               ADD 1                   TO WS-SEQ-SOLIC
               MOVE WS-DATA-SOLIC      TO PND-DTSOLIC
               MOVE WS-HORA-EXEC       TO PND-HRSOLIC
               MOVE WS-SEQ-SOLIC       TO PND-SEQSOLIC
               MOVE 'P'                TO PND-SITUACAO
               MOVE WS-USUARIO         TO PND-USRSOL
               MOVE SPACES             TO PND-USRAPR
               MOVE ZEROS              TO PND-DTDECISAO
               MOVE ZEROS              TO PND-HRDECISAO
               MOVE SPACES             TO PND-DSMOTIVO
               MOVE ZEROS              TO PND-DTEFET
               MOVE FD-MOVTO           TO PND-MOVIMENTO
               WRITE FD-PEND
               IF NOT MOVPEND-OK
                   DISPLAY 'GXML13 - ERRO DE I/O NO ARQUIVO MOVPEND'
                   DISPLAY 'GXML13 - OPERACAO.......: WRITE'
                   DISPLAY 'GXML13 - FILE STATUS....: ' WS-FS-MOVPEND
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
           END-IF.
      *
           IF WS-MOV-RECUSADO
               ADD 1                   TO WS-RECUSADOS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML13 - RECUSADO ' MOV-OPERACAO
                      ' ' MOV-CDMOTICAN ' - ' WS-DS-RECUSA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
           IF WS-ERRO-ENCONTRADO
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML13 - NAO PROCESSADO ' MOV-OPERACAO
                      ' ' MOV-CDMOTICAN ' - ERRO DE I/O NO MOVPEND'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
               ADD 1                   TO WS-REGISTRADOS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML13 - PENDENTE ' PND-CHAVE
                      ' ' MOV-OPERACAO ' ' MOV-CDMOTICAN
                      ' ' MOV-CDMOTSUB
                      ' SOL ' WS-USUARIO
                      ' ' MOV-DSMOTICAN
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF
           END-IF.
      *
      ******************************************************************
       RTREGISTRAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                   ROTINA DE RELATORIO (SYSOUT)                  *
      ******************************************************************
       RTRELATORIO                     SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML13 - USUARIO SOLICITANTE..: ' WS-USUARIO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML13 - MOVIMENTOS LIDOS.....: ' WS-LIDOS-MOV
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML13 - MOVIMENTOS PENDENTES.: ' WS-REGISTRADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML13 - MOVIMENTOS RECUSADOS.: ' WS-RECUSADOS
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
           CLOSE PEND.
      *
           CLOSE MOVTO.
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
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
