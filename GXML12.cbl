      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. GXML12.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# GXML12                                       *
      *         *******************************************************
      *         *#FUNC:# MANUTENCAO DA ATRIBUICAO DE MOTIVOS DE       *
      *         *#      # CANCELAMENTO POR CODIGO DE TRANSACAO        *
      *         *#      # (MOTTRAN - VSAM KSDS, CHAVE CDTRAN +        *
      *         *#      # CDMOTICAN) A PARTIR DO ARQUIVO MOVTRAN, COM *
      *         *#      # JORNAL JRNTRAN E AUDITORIA NO SYSPRINT      *
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
           SELECT MTRAN ASSIGN TO 'MOTTRAN'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MTR-CHAVE
                  FILE  STATUS IS WS-FS-MOTTRAN.
      *
           SELECT MESTRE ASSIGN TO 'MOTMEST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MST-CDMOTICAN
                  FILE  STATUS IS WS-FS-MOTMEST.
      *
           SELECT MOVTO ASSIGN TO 'MOVTRAN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-MOVTRAN.
      *
           SELECT JORNAL ASSIGN TO 'JRNTRAN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-JRNTRAN.
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
      *   ATRIBUICAO DE MOTIVOS POR TRANSACAO (VSAM KSDS)               *
      *   CHAVE CDTRAN + CDMOTICAN, COM VIGENCIA PROPRIA                *
      ******************************************************************
       FD  MTRAN.
      *
       01  FD-MTRAN.
           05  MTR-CHAVE.
             10  MTR-CDTRAN        PIC     X(08).
             10  MTR-CDMOTICAN     PIC     9(05).
           05  MTR-SITUACAO        PIC     X(01).
           05  MTR-DTULTMOV        PIC     9(08).
           05  MTR-DTINIVIG        PIC     9(08).
           05  MTR-DTFIMVIG        PIC     9(08).
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
      *   ARQUIVO DE MOVIMENTOS (INCLUSAO/DESATIVACAO/VIGENCIA)         *
      ******************************************************************
       FD  MOVTO
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-MOVTO.
           05  MOV-OPERACAO        PIC     X(01).
               88  MOV-INCLUSAO                          VALUE 'I'.
               88  MOV-DESATIVACAO                       VALUE 'D'.
               88  MOV-VIGENCIA                          VALUE 'V'.
           05  MOV-CDTRAN          PIC     X(08).
           05  MOV-CDMOTICAN       PIC     X(05).
           05  MOV-DTINIVIG        PIC     X(08).
           05  MOV-DTFIMVIG        PIC     X(08).
      *
      ******************************************************************
      *  JORNAL DE MOVIMENTOS APLICADOS - IMAGENS ANTES E DEPOIS DE     *
      *  CADA REGISTRO DA ATRIBUICAO MOTTRAN                            *
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
           05  FD-JRN-CDTRAN       PIC     X(08).
           05  FD-JRN-CDMOTICAN    PIC     X(05).
           05  FD-JRN-ANTES        PIC     X(38).
           05  FD-JRN-DEPOIS       PIC     X(38).
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
             05    WS-FS-MOTTRAN   PIC     X(02)         VALUE ZEROS.
               88  MOTTRAN-OK                            VALUE '00'.
               88  MOTTRAN-NAO-ACHADO                    VALUE '23'.
               88  MOTTRAN-INEXISTENTE                   VALUE '35'.
             05    WS-FS-MOTMEST   PIC     X(02)         VALUE ZEROS.
               88  MOTMEST-OK                            VALUE '00'.
               88  MOTMEST-NAO-ACHADO                    VALUE '23'.
             05    WS-FS-MOVTRAN   PIC     X(02)         VALUE ZEROS.
               88  MOVTRAN-OK                            VALUE '00'.
               88  MOVTRAN-FIM                            VALUE '10'.
             05    WS-FS-JRNTRAN   PIC     X(02)         VALUE ZEROS.
               88  JRNTRAN-OK                            VALUE '00'.
               88  JRNTRAN-INEXISTENTE                    VALUE '35'.
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
             05    WS-DTINIVIG-MOV PIC     9(08)         VALUE ZEROS.
             05    WS-DTFIMVIG-MOV PIC     9(08)         VALUE ZEROS.
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
                                   'GXML12'.
             05    WS-IMAGEM-ANTES PIC     X(38)         VALUE SPACES.
             05    WS-DSMOTICAN    PIC     X(60)         VALUE SPACES.
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
           IF JRNTRAN-INEXISTENTE
               OPEN OUTPUT JORNAL
           END-IF.
      *
           IF NOT JRNTRAN-OK
               DISPLAY 'GXML12 - ERRO DE I/O NO ARQUIVO JRNTRAN'
               DISPLAY 'GXML12 - OPERACAO.......: OPEN'
               DISPLAY 'GXML12 - FILE STATUS....: ' WS-FS-JRNTRAN
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           OPEN I-O MTRAN.
      *
           IF MOTTRAN-INEXISTENTE
               OPEN OUTPUT MTRAN
               CLOSE MTRAN
               OPEN I-O MTRAN
           END-IF.
      *
           IF NOT MOTTRAN-OK
               DISPLAY 'GXML12 - ERRO DE I/O NO ARQUIVO MOTTRAN'
               DISPLAY 'GXML12 - OPERACAO.......: OPEN'
               DISPLAY 'GXML12 - FILE STATUS....: ' WS-FS-MOTTRAN
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           OPEN INPUT  MESTRE.
      *
           IF NOT MOTMEST-OK
               DISPLAY 'GXML12 - ERRO DE I/O NO ARQUIVO MOTMEST'
               DISPLAY 'GXML12 - OPERACAO.......: OPEN'
               DISPLAY 'GXML12 - FILE STATUS....: ' WS-FS-MOTMEST
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           OPEN INPUT  MOVTO.
      *
           IF NOT MOVTRAN-OK
               DISPLAY 'GXML12 - ERRO DE I/O NO ARQUIVO MOVTRAN'
               DISPLAY 'GXML12 - OPERACAO.......: OPEN'
               DISPLAY 'GXML12 - FILE STATUS....: ' WS-FS-MOVTRAN
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           OPEN OUTPUT RELAT.
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
               AT END MOVE '10'        TO WS-FS-MOVTRAN
           END-READ.
      *
           PERFORM UNTIL MOVTRAN-FIM OR WS-ERRO-ENCONTRADO
               ADD 1                   TO WS-LIDOS-MOV
               PERFORM RTAPLICARMOV
               READ MOVTO
                   AT END MOVE '10'    TO WS-FS-MOVTRAN
               END-READ
           END-PERFORM.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *        ROTINA DE APLICACAO DE UM MOVIMENTO NA ATRIBUICAO        *
      ******************************************************************
       RTAPLICARMOV                    SECTION.
      ******************************************************************
      *
           SET WS-MOV-APLICADO         TO TRUE.
           MOVE SPACES                 TO WS-DS-RECUSA.
           MOVE SPACES                 TO WS-IMAGEM-ANTES.
           MOVE SPACES                 TO WS-DSMOTICAN.
      *
           PERFORM RTEDITAVIGENCIA.
      *
           IF MOV-CDTRAN EQUAL SPACES
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'CODIGO DE TRANSACAO EM BRANCO'
                                       TO WS-DS-RECUSA
           ELSE
           IF MOV-CDMOTICAN NOT NUMERIC
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'CODIGO DO MOTIVO NAO NUMERICO'
                                       TO WS-DS-RECUSA
           ELSE
           IF WS-MOV-RECUSADO
               CONTINUE
           ELSE
           IF MOV-INCLUSAO
               PERFORM RTMOVINCLUSAO
           ELSE
           IF MOV-DESATIVACAO
               PERFORM RTMOVDESATIVA
           ELSE
           IF MOV-VIGENCIA
               PERFORM RTMOVVIGENCIA
           ELSE
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'OPERACAO INVALIDA'
                                       TO WS-DS-RECUSA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
           IF WS-MOV-RECUSADO
               ADD 1                   TO WS-RECUSADOS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML12 - RECUSADO ' MOV-OPERACAO
                      ' ' MOV-CDTRAN ' ' MOV-CDMOTICAN
                      ' - ' WS-DS-RECUSA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
           IF WS-ERRO-ENCONTRADO
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML12 - NAO PROCESSADO ' MOV-OPERACAO
                      ' ' MOV-CDTRAN ' ' MOV-CDMOTICAN
                      ' - ERRO DE I/O NA ATRIBUICAO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
               ADD 1                   TO WS-APLICADOS
               PERFORM RTJORNAL
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML12 - APLICADO ' MOV-OPERACAO
                      ' ' MOV-CDTRAN ' ' MOV-CDMOTICAN
                      ' SIT ' MTR-SITUACAO
                      ' VIG ' MTR-DTINIVIG ' A ' MTR-DTFIMVIG
                      ' ' WS-DSMOTICAN(1:40)
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
      *  ROTINA DE INCLUSAO DE UMA ATRIBUICAO MOTIVO X TRANSACAO        *
      *  O MOTIVO PRECISA EXISTIR ATIVO NO MOTMEST. UMA ATRIBUICAO JA   *
      *  DESATIVADA E REATIVADA COM A NOVA VIGENCIA                     *
      ******************************************************************
       RTMOVINCLUSAO                   SECTION.
      ******************************************************************
      *
           MOVE MOV-CDMOTICAN          TO MST-CDMOTICAN.
      *
           READ MESTRE.
      *
           IF MOTMEST-OK
               MOVE MST-DSMOTICAN      TO WS-DSMOTICAN
               IF MST-SITUACAO NOT = 'A'
                   SET WS-MOV-RECUSADO TO TRUE
                   MOVE 'MOTIVO DESATIVADO NO MOTMEST'
                                       TO WS-DS-RECUSA
               END-IF
           ELSE
           IF MOTMEST-NAO-ACHADO
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'MOTIVO NAO CADASTRADO NO MOTMEST'
                                       TO WS-DS-RECUSA
           ELSE
               MOVE 'READ'             TO WS-OPER-ATUAL
               PERFORM RTCHKMESTRE
           END-IF
           END-IF.
      *
           IF WS-MOV-APLICADO AND WS-SEM-ERRO
               MOVE MOV-CDTRAN         TO MTR-CDTRAN
               MOVE MOV-CDMOTICAN      TO MTR-CDMOTICAN
               READ MTRAN
               IF MOTTRAN-OK
                   IF MTR-SITUACAO EQUAL 'A'
                       SET WS-MOV-RECUSADO TO TRUE
                       MOVE 'ATRIBUICAO JA CADASTRADA'
                                       TO WS-DS-RECUSA
                   ELSE
                       MOVE FD-MTRAN   TO WS-IMAGEM-ANTES
                       PERFORM RTMONTAINCLUSAO
                       REWRITE FD-MTRAN
                       MOVE 'REWRITE'  TO WS-OPER-ATUAL
                       PERFORM RTCHKMTRAN
                   END-IF
               ELSE
               IF MOTTRAN-NAO-ACHADO
                   MOVE MOV-CDTRAN     TO MTR-CDTRAN
                   MOVE MOV-CDMOTICAN  TO MTR-CDMOTICAN
                   PERFORM RTMONTAINCLUSAO
                   WRITE FD-MTRAN
                   MOVE 'WRITE'        TO WS-OPER-ATUAL
                   PERFORM RTCHKMTRAN
               ELSE
                   MOVE 'READ'         TO WS-OPER-ATUAL
                   PERFORM RTCHKMTRAN
               END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
       RTMOVINCLUSAO-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE MONTAGEM DO REGISTRO DE UMA ATRIBUICAO INCLUIDA     *
      ******************************************************************
       RTMONTAINCLUSAO                 SECTION.
      ******************************************************************
      *
           MOVE 'A'                    TO MTR-SITUACAO.
           MOVE WS-DATA-MOV            TO MTR-DTULTMOV.
      *
           IF WS-DTINIVIG-MOV GREATER ZEROS
               MOVE WS-DTINIVIG-MOV    TO MTR-DTINIVIG
           ELSE
               MOVE WS-DATA-MOV        TO MTR-DTINIVIG
           END-IF.
      *
           MOVE WS-DTFIMVIG-MOV        TO MTR-DTFIMVIG.
      *
      ******************************************************************
       RTMONTAINCLUSAO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE DESATIVACAO DE UMA ATRIBUICAO MOTIVO X TRANSACAO    *
      ******************************************************************
       RTMOVDESATIVA                   SECTION.
      ******************************************************************
      *
           MOVE MOV-CDTRAN             TO MTR-CDTRAN.
           MOVE MOV-CDMOTICAN          TO MTR-CDMOTICAN.
      *
           READ MTRAN.
      *
           IF MOTTRAN-OK
               MOVE FD-MTRAN           TO WS-IMAGEM-ANTES
               IF MTR-SITUACAO EQUAL 'I'
                   SET WS-MOV-RECUSADO TO TRUE
                   MOVE 'ATRIBUICAO JA DESATIVADA'
                                       TO WS-DS-RECUSA
               ELSE
                   MOVE 'I'            TO MTR-SITUACAO
                   MOVE WS-DATA-MOV    TO MTR-DTULTMOV
                   IF WS-DTFIMVIG-MOV GREATER ZEROS
                       MOVE WS-DTFIMVIG-MOV TO MTR-DTFIMVIG
                   ELSE
                       MOVE WS-DATA-MOV TO MTR-DTFIMVIG
                   END-IF
                   REWRITE FD-MTRAN
                   MOVE 'REWRITE'      TO WS-OPER-ATUAL
                   PERFORM RTCHKMTRAN
               END-IF
           ELSE
           IF MOTTRAN-NAO-ACHADO
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'ATRIBUICAO NAO CADASTRADA'
                                       TO WS-DS-RECUSA
           ELSE
               MOVE 'READ'             TO WS-OPER-ATUAL
               PERFORM RTCHKMTRAN
           END-IF
           END-IF.
      *
      ******************************************************************
       RTMOVDESATIVA-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE ALTERACAO DA VIGENCIA DE UMA ATRIBUICAO             *
      ******************************************************************
       RTMOVVIGENCIA                   SECTION.
      ******************************************************************
      *
           IF WS-DTINIVIG-MOV EQUAL ZEROS
                   AND WS-DTFIMVIG-MOV EQUAL ZEROS
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'VIGENCIA SEM DATA DE INICIO OU FIM'
                                       TO WS-DS-RECUSA
           ELSE
               MOVE MOV-CDTRAN         TO MTR-CDTRAN
               MOVE MOV-CDMOTICAN      TO MTR-CDMOTICAN
               READ MTRAN
               IF MOTTRAN-OK
                   MOVE FD-MTRAN       TO WS-IMAGEM-ANTES
                   IF WS-DTINIVIG-MOV GREATER ZEROS
                       MOVE WS-DTINIVIG-MOV TO MTR-DTINIVIG
                   END-IF
                   IF WS-DTFIMVIG-MOV GREATER ZEROS
                       MOVE WS-DTFIMVIG-MOV TO MTR-DTFIMVIG
                   END-IF
                   MOVE WS-DATA-MOV    TO MTR-DTULTMOV
                   REWRITE FD-MTRAN
                   MOVE 'REWRITE'      TO WS-OPER-ATUAL
                   PERFORM RTCHKMTRAN
               ELSE
               IF MOTTRAN-NAO-ACHADO
                   SET WS-MOV-RECUSADO TO TRUE
                   MOVE 'ATRIBUICAO NAO CADASTRADA'
                                       TO WS-DS-RECUSA
               ELSE
                   MOVE 'READ'         TO WS-OPER-ATUAL
                   PERFORM RTCHKMTRAN
               END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
       RTMOVVIGENCIA-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE EDICAO DAS DATAS DE VIGENCIA DO MOVIMENTO           *
      ******************************************************************
       RTEDITAVIGENCIA                 SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-DTINIVIG-MOV.
           MOVE ZEROS                  TO WS-DTFIMVIG-MOV.
      *
           IF MOV-DTINIVIG NOT = SPACES
               IF MOV-DTINIVIG NUMERIC
                   MOVE MOV-DTINIVIG   TO WS-DTINIVIG-MOV
               ELSE
                   SET WS-MOV-RECUSADO TO TRUE
                   MOVE 'DATA DE INICIO DE VIGENCIA INVALIDA'
                                       TO WS-DS-RECUSA
               END-IF
           END-IF.
      *
           IF MOV-DTFIMVIG NOT = SPACES
                   AND NOT WS-MOV-RECUSADO
               IF MOV-DTFIMVIG NUMERIC
                   MOVE MOV-DTFIMVIG   TO WS-DTFIMVIG-MOV
               ELSE
                   SET WS-MOV-RECUSADO TO TRUE
                   MOVE 'DATA DE FIM DE VIGENCIA INVALIDA'
                                       TO WS-DS-RECUSA
               END-IF
           END-IF.
      *
           IF WS-DTINIVIG-MOV GREATER ZEROS
                   AND WS-DTFIMVIG-MOV GREATER ZEROS
                   AND WS-DTINIVIG-MOV GREATER WS-DTFIMVIG-MOV
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'INICIO DE VIGENCIA POSTERIOR AO FIM'
                                       TO WS-DS-RECUSA
           END-IF.
      *
      ******************************************************************
       RTEDITAVIGENCIA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GRAVACAO DO JORNAL DE UM MOVIMENTO APLICADO          *
      *  IMAGEM ANTES (ESPACOS NUMA INCLUSAO NOVA) E IMAGEM DEPOIS DO   *
      *  REGISTRO DA ATRIBUICAO, COM DATA, HORA, JOB E OPERACAO         *
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
           MOVE MOV-CDTRAN             TO FD-JRN-CDTRAN.
           MOVE MOV-CDMOTICAN          TO FD-JRN-CDMOTICAN.
           MOVE WS-IMAGEM-ANTES        TO FD-JRN-ANTES.
           MOVE FD-MTRAN               TO FD-JRN-DEPOIS.
      *
           WRITE FD-JRN-REG.
      *
           IF NOT JRNTRAN-OK
               DISPLAY 'GXML12 - ERRO DE I/O NO ARQUIVO JRNTRAN'
               DISPLAY 'GXML12 - OPERACAO.......: WRITE'
               DISPLAY 'GXML12 - FILE STATUS....: ' WS-FS-JRNTRAN
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
           STRING 'GXML12 - MOVIMENTOS LIDOS.....: ' WS-LIDOS-MOV
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML12 - MOVIMENTOS APLICADOS.: ' WS-APLICADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML12 - MOVIMENTOS RECUSADOS.: ' WS-RECUSADOS
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
           CLOSE MTRAN.
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
      *          ROTINA DE VERIFICACAO DO ARQUIVO MOTTRAN               *
      ******************************************************************
       RTCHKMTRAN                      SECTION.
      ******************************************************************
      *
           IF NOT MOTTRAN-OK
               DISPLAY 'GXML12 - ERRO DE I/O NO ARQUIVO MOTTRAN'
               DISPLAY 'GXML12 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML12 - FILE STATUS....: ' WS-FS-MOTTRAN
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTCHKMTRAN-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *          ROTINA DE VERIFICACAO DO ARQUIVO MOTMEST               *
      ******************************************************************
       RTCHKMESTRE                     SECTION.
      ******************************************************************
      *
           IF NOT MOTMEST-OK
               DISPLAY 'GXML12 - ERRO DE I/O NO ARQUIVO MOTMEST'
               DISPLAY 'GXML12 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML12 - FILE STATUS....: ' WS-FS-MOTMEST
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTCHKMESTRE-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
