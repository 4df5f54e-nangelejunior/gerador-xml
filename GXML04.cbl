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
           05  FD-HIST-QTDEGRAV2   PIC     9(04).
           05  FD-HIST-CONFERE     PIC     X(01).
           05  FD-HIST-RESTART     PIC     X(01).
           05  FD-HIST-CDPARC      PIC     X(08).
           05  FD-HIST-NRSEQ       PIC     9(05).
      *
      ******************************************************************
      *            CARTAO DE PARAMETROS - MES DE REFERENCIA (AAAAMM)    *
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
               07  WS-TAB-DETALHES PIC     9(07).
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
               DISPLAY 'GXML04 - ERRO DE I/O NO ARQUIVO HISTEXEC'
               DISPLAY 'GXML04 - OPERACAO.......: OPEN'
               DISPLAY 'GXML04 - FILE STATUS....: ' WS-FS-HIST
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO HISTEXEC - OPERACAO OPEN '
                      '- FILE STATUS ' WS-FS-HIST
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      *
      *--------------------------------------------------------------*
      *  OS REGISTROS DE AVISO DE TRANSMISSAO GRAVADOS PELO GXML05    *
      *  E OS DE REEMISSAO GRAVADOS PELO GXML15 NAO SAO EXECUCOES DE  *
      *  GERACAO E FICAM FORA DO RESUMO                               *
      *--------------------------------------------------------------*
           PERFORM UNTIL HIST-FIM OR WS-ERRO-ENCONTRADO
               ADD 1                   TO WS-LIDOS
               IF FD-HIST-DSNARQS(1:12) EQUAL 'TRANSMISSAO '
                       OR FD-HIST-DSNARQS(1:10) EQUAL 'REEMISSAO '
                   CONTINUE
               ELSE
               IF WS-AAAAMM EQUAL SPACES
                   DISPLAY 'GXML04 - ERRO DE I/O NO ARQUIVO HISTEXEC'
                   DISPLAY 'GXML04 - OPERACAO.......: READ'
                   DISPLAY 'GXML04 - FILE STATUS....: ' WS-FS-HIST
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM001'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO ARQUIVO HISTEXEC - OPERACAO '
                          'READ - FILE STATUS ' WS-FS-HIST
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM.
               IF WS-QTD-TRANS GREATER 49
                   DISPLAY 'GXML04 - ERRO: QTDE CODIGOS DE TRANSACAO'
                   DISPLAY 'EXCEDE LIMITE DE 50 ENTRADAS DA TABELA'
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM005'       TO WS-EVT-CODIGO
                   STRING 'QTDE CODIGOS DE TRANSACAO EXCEDE LIMITE DE '
                          '50 ENTRADAS DA TABELA'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               ELSE
                   ADD 1               TO WS-QTD-TRANS
           ELSE
               MOVE ZEROS              TO RETURN-CODE
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
                   DISPLAY 'GXML04 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML04 - FILE STATUS....: ' WS-FS-EVENTO
               END-IF
           END-IF.
      *
           IF WS-EVENTO-ABERTO
               ACCEPT WS-EVT-DATA      FROM DATE YYYYMMDD
               ACCEPT WS-EVT-HORA8     FROM TIME
               MOVE WS-EVT-DATA        TO FD-EVT-DATA
               MOVE WS-EVT-HORA        TO FD-EVT-HORA
               MOVE 'GXML04'           TO FD-EVT-PROGRAMA
               MOVE WS-EVT-SEVERIDADE  TO FD-EVT-SEVERIDADE
               MOVE WS-EVT-CODIGO      TO FD-EVT-CODIGO
               MOVE WS-EVT-CDTRAN      TO FD-EVT-CDTRAN
               MOVE WS-EVT-CDPARC      TO FD-EVT-CDPARC
               MOVE WS-EVT-NRSEQ       TO FD-EVT-NRSEQ
               MOVE WS-EVT-TEXTO       TO FD-EVT-TEXTO
               WRITE FD-EVT-REG
               IF NOT EVENTO-OK
                   SET WS-EVENTO-INDISPONIVEL TO TRUE
                   DISPLAY 'GXML04 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML04 - FILE STATUS....: ' WS-FS-EVENTO
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
