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
           05  FD-JRN-CDMOTICAN    PIC     X(05).
           05  FD-JRN-ANTES        PIC     X(90).
           05  FD-JRN-DEPOIS       PIC     X(90).
           05  FD-JRN-USRSOL       PIC     X(08).
           05  FD-JRN-USRAPR       PIC     X(08).
      *
      ******************************************************************
      *  CARTAO DE PARAMETROS - MODO E DATA/HORA LIMITE DA RECONSTRUCAO *
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
             05    WS-ENT-OPER     PIC     X(01)         VALUE SPACES.
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
           IF WS-DTLIMITE EQUAL ZEROS
               DISPLAY 'GXML10 - ERRO: DATA LIMITE AUSENTE OU '
                       'INVALIDA NO CARTAO SYSIN'
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM006'           TO WS-EVT-CODIGO
               STRING 'DATA LIMITE AUSENTE OU INVALIDA NO CARTAO SYSIN'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
                   DISPLAY 'GXML10 - ERRO DE I/O NO ARQUIVO MOTMEST'
                   DISPLAY 'GXML10 - OPERACAO.......: OPEN'
                   DISPLAY 'GXML10 - FILE STATUS....: ' WS-FS-MOTMEST
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM001'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO ARQUIVO MOTMEST - OPERACAO '
                          'OPEN - FILE STATUS ' WS-FS-MOTMEST
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
           END-IF.
               DISPLAY 'GXML10 - ERRO DE I/O NO ARQUIVO JRNMOT'
               DISPLAY 'GXML10 - OPERACAO.......: OPEN'
               DISPLAY 'GXML10 - FILE STATUS....: ' WS-FS-JRNMOT
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO JRNMOT - OPERACAO OPEN - '
                      'FILE STATUS ' WS-FS-JRNMOT
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           ELSE
               READ JORNAL
                   IF WS-QTD-JRN GREATER 1999
                       DISPLAY 'GXML10 - ERRO: CAUDA DO JORNAL A '
                               'ESTORNAR EXCEDE 2000 ENTRADAS'
                       MOVE 'S'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM005'   TO WS-EVT-CODIGO
                       STRING 'CAUDA DO JORNAL A ESTORNAR EXCEDE 2000 '
                              'ENTRADAS'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   ELSE
                       ADD 1           TO WS-QTD-JRN
                           DISPLAY 'GXML10 - OPERACAO.......: READ'
                           DISPLAY 'GXML10 - FILE STATUS....: '
                                   WS-FS-JRNMOT
                           MOVE 'S'    TO WS-EVT-SEVERIDADE
                           MOVE 'GXM001' TO WS-EVT-CODIGO
                           STRING 'ERRO DE I/O NO ARQUIVO JRNMOT - '
                                  'OPERACAO READ - FILE STATUS '
                                  WS-FS-JRNMOT
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                           PERFORM RTEVENTO
                           SET WS-ERRO-ENCONTRADO TO TRUE
                       END-IF
                   END-IF
               DISPLAY 'GXML10 - ERRO DE I/O NO ARQUIVO JRNMOT'
               DISPLAY 'GXML10 - OPERACAO.......: OPEN'
               DISPLAY 'GXML10 - FILE STATUS....: ' WS-FS-JRNMOT
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO JRNMOT - OPERACAO OPEN - '
                      'FILE STATUS ' WS-FS-JRNMOT
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           ELSE
               READ JORNAL
                           DISPLAY 'GXML10 - OPERACAO.......: READ'
                           DISPLAY 'GXML10 - FILE STATUS....: '
                                   WS-FS-JRNMOT
                           MOVE 'S'    TO WS-EVT-SEVERIDADE
                           MOVE 'GXM001' TO WS-EVT-CODIGO
                           STRING 'ERRO DE I/O NO ARQUIVO JRNMOT - '
                                  'OPERACAO READ - FILE STATUS '
                                  WS-FS-JRNMOT
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                           PERFORM RTEVENTO
                           SET WS-ERRO-ENCONTRADO TO TRUE
                       END-IF
                   END-IF
           IF WS-IMG-CDMOTICAN NOT NUMERIC
               DISPLAY 'GXML10 - ALERTA: IMAGEM DO JORNAL COM CODIGO '
                       'INVALIDO - ENTRADA IGNORADA'
               MOVE 'A'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM100'           TO WS-EVT-CODIGO
               STRING 'IMAGEM DO JORNAL COM CODIGO INVALIDO - ENTRADA '
                      'IGNORADA'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               ADD 1                   TO WS-IGNORADOS
           ELSE
               MOVE WS-IMG-CDMOTICAN   TO MST-CDMOTICAN
           IF WS-IMG-CDMOTICAN NOT NUMERIC
               DISPLAY 'GXML10 - ALERTA: IMAGEM DO JORNAL COM CODIGO '
                       'INVALIDO - ENTRADA IGNORADA'
               MOVE 'A'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM100'           TO WS-EVT-CODIGO
               STRING 'IMAGEM DO JORNAL COM CODIGO INVALIDO - ENTRADA '
                      'IGNORADA'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               ADD 1                   TO WS-IGNORADOS
           ELSE
               MOVE WS-IMG-CDMOTICAN   TO MST-CDMOTICAN
               IF MOTMEST-NAO-ACHADO
                   DISPLAY 'GXML10 - ALERTA: INCLUSAO A ESTORNAR '
                           'NAO ACHADA NO MESTRE: ' WS-IMG-CDMOTICAN
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM100'       TO WS-EVT-CODIGO
                   STRING 'INCLUSAO A ESTORNAR NAO ACHADA NO MESTRE: '
                          WS-IMG-CDMOTICAN
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   ADD 1               TO WS-IGNORADOS
               ELSE
                   MOVE 'READ'         TO WS-OPER-ATUAL
           ELSE
               MOVE ZEROS              TO RETURN-CODE
           END-IF.
      *
           PERFORM RTEVENTOFIM.
      *
           GOBACK.
      *
               DISPLAY 'GXML10 - ERRO DE I/O NO ARQUIVO MOTMEST'
               DISPLAY 'GXML10 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML10 - FILE STATUS....: ' WS-FS-MOTMEST
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO MOTMEST - OPERACAO '
                      WS-OPER-ATUAL ' - FILE STATUS ' WS-FS-MOTMEST
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
       RTCHKMESTRE-EXIT.               EXIT.
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
                   DISPLAY 'GXML10 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML10 - FILE STATUS....: ' WS-FS-EVENTO
               END-IF
           END-IF.
      *
           IF WS-EVENTO-ABERTO
               ACCEPT WS-EVT-DATA      FROM DATE YYYYMMDD
               ACCEPT WS-EVT-HORA8     FROM TIME
               MOVE WS-EVT-DATA        TO FD-EVT-DATA
               MOVE WS-EVT-HORA        TO FD-EVT-HORA
               MOVE 'GXML10'           TO FD-EVT-PROGRAMA
               MOVE WS-EVT-SEVERIDADE  TO FD-EVT-SEVERIDADE
               MOVE WS-EVT-CODIGO      TO FD-EVT-CODIGO
               MOVE WS-EVT-CDTRAN      TO FD-EVT-CDTRAN
               MOVE WS-EVT-CDPARC      TO FD-EVT-CDPARC
               MOVE WS-EVT-NRSEQ       TO FD-EVT-NRSEQ
               MOVE WS-EVT-TEXTO       TO FD-EVT-TEXTO
               WRITE FD-EVT-REG
               IF NOT EVENTO-OK
                   SET WS-EVENTO-INDISPONIVEL TO TRUE
                   DISPLAY 'GXML10 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML10 - FILE STATUS....: ' WS-FS-EVENTO
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
