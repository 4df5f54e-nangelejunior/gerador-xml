      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. GXML14.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# GXML14                                       *
      *         *******************************************************
      *         *#FUNC:# APROVACAO (DUPLA CONFERENCIA) DOS MOVIMENTOS *
      *         *#      # PENDENTES DO MESTRE DE MOTIVOS (MOVPEND).   *
      *         *#      # CADA DECISAO DO APRMOV E CRITICADA CONTRA A *
      *         *#      # TABELA DE AUTORIZACAO AUTMOV (USUARIO X     *
      *         *#      # OPERACAO I/A/D/V/S); O APROVADOR NAO PODE   *
      *         *#      # SER O SOLICITANTE. LISTA OS MOVIMENTOS AINDA*
      *         *#      # PENDENTES E OS REJEITADOS, COM O MOTIVO     *
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
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PND-CHAVE
                  FILE  STATUS IS WS-FS-MOVPEND.
      *
           SELECT AUTOR ASSIGN TO 'AUTMOV'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-AUTMOV.
      *
           SELECT DECIS ASSIGN TO 'APRMOV'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-APRMOV.
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
      *   TABELA DE AUTORIZACAO - USUARIO X OPERACAO (I/A/D/V/S)        *
      ******************************************************************
       FD  AUTOR
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-AUTOR.
           05  AUT-USUARIO         PIC     X(08).
           05  AUT-OPERACAO        PIC     X(01).
           05  AUT-SITUACAO        PIC     X(01).
      *
      ******************************************************************
      *   DECISOES DO APROVADOR - APROVA (A) OU REJEITA (R) UM PENDENTE *
      ******************************************************************
       FD  DECIS
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-DECIS.
           05  APR-CHAVE.
             10  APR-DTSOLIC       PIC     9(08).
             10  APR-HRSOLIC       PIC     9(06).
             10  APR-SEQSOLIC      PIC     9(04).
           05  APR-DECISAO         PIC     X(01).
               88  APR-APROVA                            VALUE 'A'.
               88  APR-REJEITA                           VALUE 'R'.
           05  APR-DSMOTIVO        PIC     X(40).
      *
      ******************************************************************
      *     CARTAO DE PARAMETROS - USUARIO APROVADOR                    *
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
               88  MOVPEND-FIM                            VALUE '10'.
               88  MOVPEND-NAO-ACHADO                    VALUE '23'.
             05    WS-FS-AUTMOV    PIC     X(02)         VALUE ZEROS.
               88  AUTMOV-OK                             VALUE '00'.
               88  AUTMOV-FIM                             VALUE '10'.
             05    WS-FS-APRMOV    PIC     X(02)         VALUE ZEROS.
               88  APRMOV-OK                             VALUE '00'.
               88  APRMOV-FIM                             VALUE '10'.
               88  APRMOV-INEXISTENTE                    VALUE '35'.
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
               88  WS-DEC-RECUSADA                       VALUE 'S'.
               88  WS-DEC-ACEITA                         VALUE 'N'.
             05    WS-SW-AUTORIZ   PIC     X(01)         VALUE 'N'.
               88  WS-USR-AUTORIZADO                     VALUE 'S'.
               88  WS-USR-NAO-AUTORIZADO                 VALUE 'N'.
             05    WS-SW-APRMOV    PIC     X(01)         VALUE 'N'.
               88  APRMOV-DISPONIVEL                     VALUE 'S'.
               88  APRMOV-AUSENTE                        VALUE 'N'.
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
             05    WS-QTD-AUT      PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-LIDOS-DEC    PIC     9(05)         VALUE ZEROS.
             05    WS-APROVADOS    PIC     9(05)         VALUE ZEROS.
             05    WS-REJEITADOS   PIC     9(05)         VALUE ZEROS.
             05    WS-RECUSADOS    PIC     9(05)         VALUE ZEROS.
             05    WS-TOT-PEND     PIC     9(05)         VALUE ZEROS.
             05    WS-TOT-REJ      PIC     9(05)         VALUE ZEROS.
      *
      ******************************************************************
      *                     DATA DA DECISAO                            *
      ******************************************************************
           03      WS-DATAS.
             05    FILLER          PIC     X(12)         VALUE
                                   'DATAS'.
             05    WS-DATA-DEC     PIC     9(08)         VALUE ZEROS.
             05    WS-HORA-EXEC8   PIC     9(08)         VALUE ZEROS.
             05    WS-HORA-EXEC8-R REDEFINES             WS-HORA-EXEC8.
               07  WS-HORA-EXEC    PIC     9(06).
               07  FILLER          PIC     9(02).
      *
      ******************************************************************
      *              AREA DE AUDITORIA DA DECISAO                       *
      ******************************************************************
           03      WS-AUDITORIA.
             05    FILLER          PIC     X(12)         VALUE
                                   'AUDITORIA'.
             05    WS-DS-RECUSA    PIC     X(40)         VALUE SPACES.
             05    WS-USUARIO      PIC     X(08)         VALUE SPACES.
             05    WS-DS-SITUACAO  PIC     X(09)         VALUE SPACES.
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
      *        TABELA DE AUTORIZACAO (AUTMOV) EM MEMORIA                *
      ******************************************************************
       01          WS-AUT-TAB.
           03      WS-AUT-ENT      OCCURS  500 TIMES.
             05    WS-AUT-USUARIO  PIC     X(08).
             05    WS-AUT-OPERACAO PIC     X(01).
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
           IF WS-SEM-ERRO AND APRMOV-DISPONIVEL
               PERFORM RTPROCESSAR
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTPENDENTES
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTREJEITADOS
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
           ACCEPT WS-DATA-DEC          FROM DATE YYYYMMDD.
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
           OPEN I-O PEND.
      *
           IF NOT MOVPEND-OK
               DISPLAY 'GXML14 - ERRO DE I/O NO ARQUIVO MOVPEND'
               DISPLAY 'GXML14 - OPERACAO.......: OPEN'
               DISPLAY 'GXML14 - FILE STATUS....: ' WS-FS-MOVPEND
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      *--------------------------------------------------------------*
      *  SEM ARQUIVO DE DECISOES A EXECUCAO SO LISTA OS MOVIMENTOS    *
      *  PENDENTES E OS REJEITADOS                                    *
      *--------------------------------------------------------------*
           OPEN INPUT  DECIS.
      *
           IF APRMOV-OK
               SET APRMOV-DISPONIVEL   TO TRUE
           ELSE
           IF NOT APRMOV-INEXISTENTE
               DISPLAY 'GXML14 - ERRO DE I/O NO ARQUIVO APRMOV'
               DISPLAY 'GXML14 - OPERACAO.......: OPEN'
               DISPLAY 'GXML14 - FILE STATUS....: ' WS-FS-APRMOV
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF
           END-IF.
      *
           IF APRMOV-DISPONIVEL AND WS-USUARIO EQUAL SPACES
               DISPLAY 'GXML14 - ERRO: USUARIO APROVADOR NAO '
                       'INFORMADO NO SYSIN'
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           IF WS-SEM-ERRO AND APRMOV-DISPONIVEL
               PERFORM RTCARREGAAUT
           END-IF.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE CARGA DA TABELA DE AUTORIZACAO (SO ENTRADAS ATIVAS) *
      ******************************************************************
       RTCARREGAAUT                    SECTION.
      ******************************************************************
      *
           OPEN INPUT  AUTOR.
      *
           IF NOT AUTMOV-OK
               DISPLAY 'GXML14 - ERRO DE I/O NO ARQUIVO AUTMOV'
               DISPLAY 'GXML14 - OPERACAO.......: OPEN'
               DISPLAY 'GXML14 - FILE STATUS....: ' WS-FS-AUTMOV
               SET WS-ERRO-ENCONTRADO  TO TRUE
           ELSE
               READ AUTOR
                   AT END MOVE '10'    TO WS-FS-AUTMOV
               END-READ
               PERFORM UNTIL AUTMOV-FIM OR WS-ERRO-ENCONTRADO
                   IF AUT-SITUACAO EQUAL 'A'
                       IF WS-QTD-AUT GREATER 499
                           DISPLAY 'GXML14 - ERRO: QTDE AUTORIZACOES'
                           DISPLAY 'EXCEDE LIMITE DE 500 ENTRADAS'
                           SET WS-ERRO-ENCONTRADO TO TRUE
                       ELSE
                           ADD 1       TO WS-QTD-AUT
                           MOVE AUT-USUARIO
                                       TO WS-AUT-USUARIO(WS-QTD-AUT)
                           MOVE AUT-OPERACAO
                                       TO WS-AUT-OPERACAO(WS-QTD-AUT)
                       END-IF
                   END-IF
                   IF WS-SEM-ERRO
                       READ AUTOR
                           AT END MOVE '10' TO WS-FS-AUTMOV
                       END-READ
                       IF NOT AUTMOV-OK AND NOT AUTMOV-FIM
                           DISPLAY 'GXML14 - ERRO DE I/O NO ARQUIVO '
                                   'AUTMOV'
                           DISPLAY 'GXML14 - OPERACAO.......: READ'
                           DISPLAY 'GXML14 - FILE STATUS....: '
                                   WS-FS-AUTMOV
                           SET WS-ERRO-ENCONTRADO TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUTOR
           END-IF.
      *
      ******************************************************************
       RTCARREGAAUT-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *           ROTINA DE PROCESSAMENTO DAS DECISOES                  *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           READ DECIS
               AT END MOVE '10'        TO WS-FS-APRMOV
           END-READ.
      *
           PERFORM UNTIL APRMOV-FIM OR WS-ERRO-ENCONTRADO
               ADD 1                   TO WS-LIDOS-DEC
               PERFORM RTDECIDIR
               READ DECIS
                   AT END MOVE '10'    TO WS-FS-APRMOV
               END-READ
           END-PERFORM.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE APLICACAO DE UMA DECISAO NO MOVIMENTO PENDENTE      *
      ******************************************************************
       RTDECIDIR                       SECTION.
      ******************************************************************
      *
           SET WS-DEC-ACEITA           TO TRUE.
           MOVE SPACES                 TO WS-DS-RECUSA.
      *
           IF NOT APR-APROVA AND NOT APR-REJEITA
               SET WS-DEC-RECUSADA     TO TRUE
               MOVE 'DECISAO INVALIDA'
                                       TO WS-DS-RECUSA
           ELSE
           IF APR-REJEITA AND APR-DSMOTIVO EQUAL SPACES
               SET WS-DEC-RECUSADA     TO TRUE
               MOVE 'REJEICAO SEM MOTIVO'
                                       TO WS-DS-RECUSA
           ELSE
               MOVE APR-CHAVE          TO PND-CHAVE
               READ PEND
               IF MOVPEND-NAO-ACHADO
                   SET WS-DEC-RECUSADA TO TRUE
                   MOVE 'MOVIMENTO INEXISTENTE NO MOVPEND'
                                       TO WS-DS-RECUSA
               ELSE
               IF NOT MOVPEND-OK
                   MOVE 'READ'         TO WS-OPER-ATUAL
                   PERFORM RTCHKPEND
               ELSE
                   PERFORM RTCRITICADEC
               END-IF
               END-IF
           END-IF
           END-IF.
      *
           IF WS-DEC-ACEITA AND WS-SEM-ERRO
               ACCEPT WS-HORA-EXEC8    FROM TIME
               MOVE APR-DECISAO        TO PND-SITUACAO
               MOVE WS-USUARIO         TO PND-USRAPR
               MOVE WS-DATA-DEC        TO PND-DTDECISAO
               MOVE WS-HORA-EXEC       TO PND-HRDECISAO
               MOVE APR-DSMOTIVO       TO PND-DSMOTIVO
               REWRITE FD-PEND
               MOVE 'REWRITE'          TO WS-OPER-ATUAL
               PERFORM RTCHKPEND
           END-IF.
      *
           IF WS-DEC-RECUSADA
               ADD 1                   TO WS-RECUSADOS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML14 - RECUSADO ' APR-CHAVE
                      ' ' APR-DECISAO ' - ' WS-DS-RECUSA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
           IF WS-ERRO-ENCONTRADO
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML14 - NAO PROCESSADO ' APR-CHAVE
                      ' - ERRO DE I/O NO MOVPEND'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
           IF APR-APROVA
               ADD 1                   TO WS-APROVADOS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML14 - APROVADO ' PND-CHAVE
                      ' ' PND-OPERACAO ' ' PND-CDMOTICAN
                      ' ' PND-CDMOTSUB
                      ' SOL ' PND-USRSOL ' APR ' PND-USRAPR
                      ' ' PND-DSMOTICAN(1:40)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
               ADD 1                   TO WS-REJEITADOS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML14 - REJEITADO ' PND-CHAVE
                      ' ' PND-OPERACAO ' ' PND-CDMOTICAN
                      ' SOL ' PND-USRSOL ' APR ' PND-USRAPR
                      ' - ' PND-DSMOTIVO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF
           END-IF
           END-IF.
      *
      ******************************************************************
       RTDECIDIR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE CRITICA DA DECISAO CONTRA O MOVIMENTO LIDO          *
      *   SO MOVIMENTO PENDENTE, APROVADOR DIFERENTE DO SOLICITANTE E   *
      *   AUTORIZADO NA AUTMOV PARA A OPERACAO DO MOVIMENTO             *
      ******************************************************************
       RTCRITICADEC                    SECTION.
      ******************************************************************
      *
           IF NOT PND-PENDENTE
               SET WS-DEC-RECUSADA     TO TRUE
               STRING 'MOVIMENTO NAO PENDENTE - SITUACAO '
                      PND-SITUACAO
                                       DELIMITED BY SIZE
                                       INTO WS-DS-RECUSA
           ELSE
           IF PND-USRSOL EQUAL WS-USUARIO
               SET WS-DEC-RECUSADA     TO TRUE
               MOVE 'APROVADOR IGUAL AO SOLICITANTE'
                                       TO WS-DS-RECUSA
           ELSE
               SET WS-USR-NAO-AUTORIZADO TO TRUE
               MOVE 1                  TO WS-IND
               PERFORM UNTIL WS-IND GREATER WS-QTD-AUT
                                 OR WS-USR-AUTORIZADO
                   IF WS-AUT-USUARIO(WS-IND) EQUAL WS-USUARIO
                           AND WS-AUT-OPERACAO(WS-IND)
                               EQUAL PND-OPERACAO
                       SET WS-USR-AUTORIZADO TO TRUE
                   ELSE
                       ADD 1           TO WS-IND
                   END-IF
               END-PERFORM
               IF WS-USR-NAO-AUTORIZADO
                   SET WS-DEC-RECUSADA TO TRUE
                   STRING 'USUARIO NAO AUTORIZADO PARA OPERACAO '
                          PND-OPERACAO
                                       DELIMITED BY SIZE
                                       INTO WS-DS-RECUSA
               END-IF
           END-IF
           END-IF.
      *
      ******************************************************************
       RTCRITICADEC-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE LISTAGEM DOS MOVIMENTOS AINDA PENDENTES             *
      ******************************************************************
       RTPENDENTES                     SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML14 - MOVIMENTOS PENDENTES DE APROVACAO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           PERFORM RTPOSICIONA.
      *
           PERFORM UNTIL NOT MOVPEND-OK OR WS-ERRO-ENCONTRADO
               IF PND-PENDENTE
                   ADD 1               TO WS-TOT-PEND
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING 'GXML14 -    ' PND-CHAVE
                          ' ' PND-OPERACAO ' ' PND-CDMOTICAN
                          ' ' PND-CDMOTSUB
                          ' SOL ' PND-USRSOL
                          ' ' PND-DSMOTICAN(1:40)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
               END-IF
               PERFORM RTLEPROXIMO
           END-PERFORM.
      *
           IF WS-TOT-PEND EQUAL ZEROS AND WS-SEM-ERRO
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML14 -    NENHUM MOVIMENTO PENDENTE'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF.
      *
      ******************************************************************
       RTPENDENTES-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE LISTAGEM DOS MOVIMENTOS REJEITADOS NA APROVACAO OU  *
      *   RECUSADOS PELO GXML03 NA APLICACAO, COM O MOTIVO              *
      ******************************************************************
       RTREJEITADOS                    SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML14 - MOVIMENTOS REJEITADOS / RECUSADOS NA '
                  'APLICACAO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           PERFORM RTPOSICIONA.
      *
           PERFORM UNTIL NOT MOVPEND-OK OR WS-ERRO-ENCONTRADO
               IF PND-REJEITADO OR PND-RECUSADO
                   ADD 1               TO WS-TOT-REJ
                   IF PND-REJEITADO
                       MOVE 'REJEITADO' TO WS-DS-SITUACAO
                   ELSE
                       MOVE 'RECUSADO' TO WS-DS-SITUACAO
                   END-IF
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING 'GXML14 -    ' PND-CHAVE
                          ' ' PND-OPERACAO ' ' PND-CDMOTICAN
                          ' SOL ' PND-USRSOL ' APR ' PND-USRAPR
                          ' ' WS-DS-SITUACAO ' EM ' PND-DTDECISAO
                          ' - ' PND-DSMOTIVO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
               END-IF
               PERFORM RTLEPROXIMO
           END-PERFORM.
      *
           IF WS-TOT-REJ EQUAL ZEROS AND WS-SEM-ERRO
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML14 -    NENHUM MOVIMENTO REJEITADO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTREJEITADOS-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE POSICIONAMENTO NO INICIO DO MOVPEND E 1A LEITURA    *
      ******************************************************************
       RTPOSICIONA                     SECTION.
      ******************************************************************
      *
           MOVE LOW-VALUES             TO PND-CHAVE.
      *
           START PEND KEY NOT LESS PND-CHAVE
               INVALID KEY MOVE '10'   TO WS-FS-MOVPEND
           END-START.
      *
           IF MOVPEND-OK
               PERFORM RTLEPROXIMO
           END-IF.
      *
      ******************************************************************
       RTPOSICIONA-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE LEITURA SEQUENCIAL DO PROXIMO MOVIMENTO DO MOVPEND  *
      ******************************************************************
       RTLEPROXIMO                     SECTION.
      ******************************************************************
      *
           READ PEND NEXT
               AT END MOVE '10'        TO WS-FS-MOVPEND
           END-READ.
      *
           IF NOT MOVPEND-OK AND NOT MOVPEND-FIM
               MOVE 'READ'             TO WS-OPER-ATUAL
               PERFORM RTCHKPEND
           END-IF.
      *
      ******************************************************************
       RTLEPROXIMO-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                   ROTINA DE RELATORIO (SYSOUT)                  *
      ******************************************************************
       RTRELATORIO                     SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML14 - USUARIO APROVADOR....: ' WS-USUARIO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML14 - DECISOES LIDAS.......: ' WS-LIDOS-DEC
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML14 - MOVIMENTOS APROVADOS.: ' WS-APROVADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML14 - MOVIMENTOS REJEITADOS: ' WS-REJEITADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML14 - DECISOES RECUSADAS...: ' WS-RECUSADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML14 - AINDA PENDENTES......: ' WS-TOT-PEND
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML14 - REJEITADOS/RECUSADOS.: ' WS-TOT-REJ
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
           IF APRMOV-DISPONIVEL
               CLOSE DECIS
           END-IF.
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
      *          ROTINA DE VERIFICACAO DO ARQUIVO MOVPEND               *
      ******************************************************************
       RTCHKPEND                       SECTION.
      ******************************************************************
      *
           IF NOT MOVPEND-OK
               DISPLAY 'GXML14 - ERRO DE I/O NO ARQUIVO MOVPEND'
               DISPLAY 'GXML14 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML14 - FILE STATUS....: ' WS-FS-MOVPEND
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTCHKPEND-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
