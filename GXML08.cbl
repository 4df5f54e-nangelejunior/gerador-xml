           SELECT PARM  ASSIGN TO 'SYSIN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-SYSIN.
      *
           SELECT EVENTO ASSIGN TO 'EVTGXML'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-EVENTO.
      *
           SELECT RELAT ASSIGN TO 'SYSPRINT'
                  ORGANIZATION IS LINE SEQUENTIAL
           05  FD-GERA-DATA        PIC     9(08).
           05  FD-GERA-HORA        PIC     9(06).
           05  FD-GERA-SITUACAO    PIC     X(01).
           05  FD-GERA-QTREEMIS    PIC     9(03).
           05  FD-GERA-DTREEMIS    PIC     9(08).
      *
      ******************************************************************
      *        DATASET ACUMULATIVO DE HISTORICO DAS EXECUCOES           *
           05  FD-HIST-QTDEGRAV2   PIC     9(04).
           05  FD-HIST-CONFERE     PIC     X(01).
           05  FD-HIST-RESTART     PIC     X(01).
           05  FD-HIST-CDPARC      PIC     X(08).
           05  FD-HIST-NRSEQ       PIC     9(05).
      *
      ******************************************************************
      *     CARTAO DE PARAMETROS - DATA LIMITE PARA SITUACAO 'G'        *
      *
       01  FD-RELAT                PIC     X(132).
      *
      ******************************************************************
      *   EVENTOS DE OPERACAO (AVISOS E ERROS) PARA A MONITORACAO -     *
      *   LAYOUT UNICO GRAVADO POR TODOS OS PASSOS GXML00 A GXML10      *
      ******************************************************************
       FD  EVENTO
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-EVT-REG.
           05  FD-EVT-DATA         PIC     9(08).
           05  FD-EVT-HORA         PIC     9(06).
           05  FD-EVT-PROGRAMA     PIC     X(08).
           05  FD-EVT-SEVERIDADE   PIC     X(01).
           05  FD-EVT-CODIGO       PIC     X(06).
           05  FD-EVT-CDTRAN       PIC     X(08).
           05  FD-EVT-CDPARC       PIC     X(08).
           05  FD-EVT-NRSEQ        PIC     9(05).
           05  FD-EVT-TEXTO        PIC     X(80).
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
      ******************************************************************
             05    WS-ANT-NRSEQ    PIC     9(05)         VALUE ZEROS.
      *
      ******************************************************************
      *     EVENTOS DE OPERACAO PARA A MONITORACAO (EVTGXML)            *
      *     SEVERIDADE: A = ALERTA  E = ERRO  S = SEVERO (INCIDENTE)    *
      ******************************************************************
           03      WS-EVENTO.
             05    FILLER          PIC     X(12)         VALUE
                                   'EVENTO'.
             05    WS-FS-EVENTO    PIC     X(02)         VALUE ZEROS.
               88  EVENTO-OK                             VALUE '00'.
               88  EVENTO-INEXISTENTE                    VALUE '35'.
             05    WS-SW-EVENTO    PIC     X(01)         VALUE 'F'.
               88  WS-EVENTO-FECHADO                     VALUE 'F'.
               88  WS-EVENTO-ABERTO                      VALUE 'A'.
               88  WS-EVENTO-INDISPONIVEL                VALUE 'I'.
             05    WS-EVT-SEVERIDADE PIC   X(01)         VALUE SPACES.
             05    WS-EVT-CODIGO   PIC     X(06)         VALUE SPACES.
             05    WS-EVT-CDTRAN   PIC     X(08)         VALUE SPACES.
             05    WS-EVT-CDPARC   PIC     X(08)         VALUE SPACES.
             05    WS-EVT-NRSEQ    PIC     9(05)         VALUE ZEROS.
             05    WS-EVT-TEXTO    PIC     X(80)         VALUE SPACES.
             05    WS-EVT-DATA     PIC     9(08)         VALUE ZEROS.
             05    WS-EVT-HORA8    PIC     9(08)         VALUE ZEROS.
             05    WS-EVT-HORA8-R REDEFINES              WS-EVT-HORA8.
               07  WS-EVT-HORA     PIC     9(06).
               07  FILLER          PIC     9(02).
             05    WS-EVT-RC       PIC     9(04)         VALUE ZEROS.
      *
      ******************************************************************
      *                    RELATORIO DE CONTROLE (SYSOUT)               *
      ******************************************************************
           03      WS-RELATORIO.
             05    WS-HIST-TIPO    PIC     X(01).
               88  WS-HIST-GERACAO                       VALUE 'G'.
               88  WS-HIST-AVISO                         VALUE 'A'.
               88  WS-HIST-REEMISSAO                     VALUE 'R'.
      *
      ******************************************************************
      *
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                       WRITE FD-RELAT  FROM WS-LINHA-RELAT
                       MOVE 'A'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM080'   TO WS-EVT-CODIGO
                       MOVE FD-GERA-CDTRAN TO WS-EVT-CDTRAN
                       MOVE FD-GERA-CDPARC TO WS-EVT-CDPARC
                       MOVE FD-GERA-NRSEQ TO WS-EVT-NRSEQ
                       MOVE WS-LINHA-RELAT(19:80) TO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                   END-IF
                   IF FD-GERA-SITUACAO EQUAL 'R'
                           AND FD-GERA-DTREEMIS LESS WS-DTLIMITE
                       ADD 1           TO WS-QTD-EXCECAO
                       MOVE SPACES     TO WS-LINHA-RELAT
                       STRING 'GXML08 - EXCECAO: REEMISSAO NAO '
                              'TRANSMITIDA ' FD-GERA-CDTRAN
                              ' PARC ' FD-GERA-CDPARC
                              ' SEQ ' FD-GERA-NRSEQ
                              ' DESDE ' FD-GERA-DTREEMIS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                       WRITE FD-RELAT  FROM WS-LINHA-RELAT
                       MOVE 'A'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM080'   TO WS-EVT-CODIGO
                       MOVE FD-GERA-CDTRAN TO WS-EVT-CDTRAN
                       MOVE FD-GERA-CDPARC TO WS-EVT-CDPARC
                       MOVE FD-GERA-NRSEQ TO WS-EVT-NRSEQ
                       MOVE WS-LINHA-RELAT(19:80) TO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                   END-IF
                   IF FD-GERA-DATA LESS WS-DTLIMITE
                       ADD 1           TO WS-GERA-FORA
                           DISPLAY 'GXML08 - ALERTA: TABELA DO '
                                   'GERACTRL CHEIA - CONCILIACAO '
                                   'PARCIAL'
                           MOVE 'A'    TO WS-EVT-SEVERIDADE
                           MOVE 'GXM004' TO WS-EVT-CODIGO
                           STRING 'TABELA DO GERACTRL CHEIA - '
                                  'CONCILIACAO PARCIAL'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                           PERFORM RTEVENTO
                       END-IF
                   ELSE
                       ADD 1           TO WS-QTD-GERA
                       DISPLAY 'GXML08 - OPERACAO.......: READ'
                       DISPLAY 'GXML08 - FILE STATUS....: '
                               WS-FS-GERA
                       MOVE 'S'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM001'   TO WS-EVT-CODIGO
                       STRING 'ERRO DE I/O NO ARQUIVO GERACTRL - '
                              'OPERACAO READ - FILE STATUS ' WS-FS-GERA
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF GERA-INEXISTENTE
                   DISPLAY 'GXML08 - ALERTA: ARQUIVO GERACTRL '
                           'INEXISTENTE'
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM003'       TO WS-EVT-CODIGO
                   STRING 'ARQUIVO GERACTRL INEXISTENTE'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               ELSE
                   DISPLAY 'GXML08 - ERRO DE I/O NO ARQUIVO GERACTRL'
                   DISPLAY 'GXML08 - OPERACAO.......: OPEN'
                   DISPLAY 'GXML08 - FILE STATUS....: ' WS-FS-GERA
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM001'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO ARQUIVO GERACTRL - OPERACAO '
                          'OPEN - FILE STATUS ' WS-FS-GERA
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
           END-IF.
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
                   MOVE 'E'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM081'       TO WS-EVT-CODIGO
                   MOVE FD-GERA-CDTRAN TO WS-EVT-CDTRAN
                   MOVE FD-GERA-CDPARC TO WS-EVT-CDPARC
                   MOVE FD-GERA-NRSEQ  TO WS-EVT-NRSEQ
                   MOVE WS-LINHA-RELAT(19:80) TO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               END-IF
           END-IF.
      *
                           DISPLAY 'GXML08 - ALERTA: TABELA DO '
                                   'HISTEXEC CHEIA - CONCILIACAO '
                                   'PARCIAL'
                           MOVE 'A'    TO WS-EVT-SEVERIDADE
                           MOVE 'GXM004' TO WS-EVT-CODIGO
                           STRING 'TABELA DO HISTEXEC CHEIA - '
                                  'CONCILIACAO PARCIAL'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                           PERFORM RTEVENTO
                       END-IF
                   ELSE
                       ADD 1           TO WS-QTD-HIST
                                       TO WS-HIST-RESTART(WS-QTD-HIST)
                       IF FD-HIST-DSNARQS(1:12) EQUAL 'TRANSMISSAO '
                           MOVE 'A'    TO WS-HIST-TIPO(WS-QTD-HIST)
                       ELSE
                       IF FD-HIST-DSNARQS(1:10) EQUAL 'REEMISSAO '
                           MOVE 'R'    TO WS-HIST-TIPO(WS-QTD-HIST)
                       ELSE
                           MOVE 'G'    TO WS-HIST-TIPO(WS-QTD-HIST)
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   READ HIST
                       DISPLAY 'GXML08 - OPERACAO.......: READ'
                       DISPLAY 'GXML08 - FILE STATUS....: '
                               WS-FS-HIST
                       MOVE 'S'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM001'   TO WS-EVT-CODIGO
                       STRING 'ERRO DE I/O NO ARQUIVO HISTEXEC - '
                              'OPERACAO READ - FILE STATUS ' WS-FS-HIST
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF HIST-INEXISTENTE
                   DISPLAY 'GXML08 - ALERTA: ARQUIVO HISTEXEC '
                           'INEXISTENTE'
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM003'       TO WS-EVT-CODIGO
                   STRING 'ARQUIVO HISTEXEC INEXISTENTE'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               ELSE
                   DISPLAY 'GXML08 - ERRO DE I/O NO ARQUIVO HISTEXEC'
                   DISPLAY 'GXML08 - OPERACAO.......: OPEN'
                   DISPLAY 'GXML08 - FILE STATUS....: ' WS-FS-HIST
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM001'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO ARQUIVO HISTEXEC - OPERACAO '
                          'OPEN - FILE STATUS ' WS-FS-HIST
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
           END-IF.
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM082'       TO WS-EVT-CODIGO
                   MOVE WS-GERA-CDTRAN(WS-IND) TO WS-EVT-CDTRAN
                   MOVE WS-GERA-CDPARC(WS-IND) TO WS-EVT-CDPARC
                   MOVE WS-GERA-NRSEQ(WS-IND) TO WS-EVT-NRSEQ
                   MOVE WS-LINHA-RELAT(19:80) TO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               END-IF
               ADD 1                   TO WS-IND
           END-PERFORM.
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               MOVE 'A'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM082'           TO WS-EVT-CODIGO
               MOVE WS-HIST-CDTRAN(WS-IND) TO WS-EVT-CDTRAN
               MOVE WS-LINHA-RELAT(19:80) TO WS-EVT-TEXTO
               PERFORM RTEVENTO
           END-IF.
      *
           IF WS-HIST-RETORNO(WS-IND) NOT = ZEROS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
                   MOVE 'E'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM083'       TO WS-EVT-CODIGO
                   MOVE WS-HIST-CDTRAN(WS-IND) TO WS-EVT-CDTRAN
                   MOVE WS-LINHA-RELAT(19:80) TO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               END-IF
           END-IF.
      *
               MOVE ZEROS              TO RETURN-CODE
           END-IF
           END-IF.
      *
           PERFORM RTEVENTOFIM.
      *
           GOBACK.
      *
       RTFINALIZAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GRAVACAO DE UM EVENTO DE OPERACAO NO EVTGXML PARA A  *
      *  MONITORACAO. O ARQUIVO E ABERTO NO PRIMEIRO EVENTO. FALHA NO   *
      *  ARQUIVO DE EVENTOS SO GERA ALERTA NO SYSOUT - O PROCESSAMENTO  *
      *  DO PASSO NAO E INTERROMPIDO                                    *
      ******************************************************************
       RTEVENTO                        SECTION.
      ******************************************************************
      *
           IF WS-EVENTO-FECHADO
               OPEN EXTEND EVENTO
               IF EVENTO-INEXISTENTE
                   OPEN OUTPUT EVENTO
               END-IF
               IF EVENTO-OK
                   SET WS-EVENTO-ABERTO TO TRUE
               ELSE
                   SET WS-EVENTO-INDISPONIVEL TO TRUE
                   DISPLAY 'GXML08 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML08 - FILE STATUS....: ' WS-FS-EVENTO
               END-IF
           END-IF.
      *
           IF WS-EVENTO-ABERTO
               ACCEPT WS-EVT-DATA      FROM DATE YYYYMMDD
               ACCEPT WS-EVT-HORA8     FROM TIME
               MOVE WS-EVT-DATA        TO FD-EVT-DATA
               MOVE WS-EVT-HORA        TO FD-EVT-HORA
               MOVE 'GXML08'           TO FD-EVT-PROGRAMA
               MOVE WS-EVT-SEVERIDADE  TO FD-EVT-SEVERIDADE
               MOVE WS-EVT-CODIGO      TO FD-EVT-CODIGO
               MOVE WS-EVT-CDTRAN      TO FD-EVT-CDTRAN
               MOVE WS-EVT-CDPARC      TO FD-EVT-CDPARC
               MOVE WS-EVT-NRSEQ       TO FD-EVT-NRSEQ
               MOVE WS-EVT-TEXTO       TO FD-EVT-TEXTO
               WRITE FD-EVT-REG
               IF NOT EVENTO-OK
                   SET WS-EVENTO-INDISPONIVEL TO TRUE
                   DISPLAY 'GXML08 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML08 - FILE STATUS....: ' WS-FS-EVENTO
                   CLOSE EVENTO
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WS-EVT-SEVERIDADE.
           MOVE SPACES                 TO WS-EVT-CODIGO.
           MOVE SPACES                 TO WS-EVT-CDTRAN.
           MOVE SPACES                 TO WS-EVT-CDPARC.
           MOVE ZEROS                  TO WS-EVT-NRSEQ.
           MOVE SPACES                 TO WS-EVT-TEXTO.
      *
      ******************************************************************
       RTEVENTO-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE ENCERRAMENTO DOS EVENTOS - TERMINO COM RC DIFERENTE  *
      *  DE ZEROS GERA O EVENTO DE TERMINO DO PASSO: RC 16 SEVERO,      *
      *  RC 12 (PASSO NAO EXECUTADO PELO CICLO) ERRO, DEMAIS ALERTA     *
      ******************************************************************
       RTEVENTOFIM                     SECTION.
      ******************************************************************
      *
           MOVE RETURN-CODE            TO WS-EVT-RC.
      *
           IF WS-EVT-RC GREATER 12
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM900'           TO WS-EVT-CODIGO
           ELSE
           IF WS-EVT-RC EQUAL 12
               MOVE 'E'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM901'           TO WS-EVT-CODIGO
           ELSE
           IF WS-EVT-RC GREATER ZEROS
               MOVE 'A'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM902'           TO WS-EVT-CODIGO
           END-IF
           END-IF
           END-IF.
      *
           IF WS-EVT-CODIGO NOT EQUAL SPACES
               STRING 'PASSO TERMINADO COM RC ' WS-EVT-RC
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
           END-IF.
      *
           IF WS-EVENTO-ABERTO
               CLOSE EVENTO
               SET WS-EVENTO-FECHADO   TO TRUE
           END-IF.
      *
      ******************************************************************
       RTEVENTOFIM-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
