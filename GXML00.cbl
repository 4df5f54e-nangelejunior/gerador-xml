           SELECT REJEITO ASSIGN TO 'REJEITO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-REJEITO.
      *
           SELECT CICLO ASSIGN TO 'CICLOCTL'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CIC-CHAVE
                  FILE  STATUS IS WS-FS-CICLOCTL.
      *
           SELECT CDAT  ASSIGN TO 'CICLODAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-CICLODAT.
      *
           SELECT EVENTO ASSIGN TO 'EVTGXML'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-EVENTO.
      *
           SELECT RELAT ASSIGN TO 'SYSPRINT'
                  ORGANIZATION IS LINE SEQUENTIAL
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
      *   CONTROLE DO CICLO NOTURNO (VSAM KSDS) - CHAVE DATA DE NEGOCIO *
      *   + PASSO, COM INICIO, FIM, RC E LIBERACAO DO OPERADOR          *
      ******************************************************************
       FD  CICLO.
      *
       01  FD-CIC-REG.
           05  FD-CIC-CHAVE.
             10  FD-CIC-DATA       PIC     9(08).
             10  FD-CIC-PASSO      PIC     X(08).
           05  FD-CIC-SITUACAO     PIC     X(01).
           05  FD-CIC-DTINI        PIC     9(08).
           05  FD-CIC-HRINI        PIC     9(06).
           05  FD-CIC-DTFIM        PIC     9(08).
           05  FD-CIC-HRFIM        PIC     9(06).
           05  FD-CIC-RC           PIC     9(04).
           05  FD-CIC-QTEXEC       PIC     9(03).
           05  FD-CIC-LIBERADO     PIC     X(01).
           05  FD-CIC-OPERADOR     PIC     X(08).
           05  FD-CIC-DTLIB        PIC     9(08).
           05  FD-CIC-HRLIB        PIC     9(06).
           05  FD-CIC-MOTLIB       PIC     X(40).
      *
      ******************************************************************
      *     CARTAO DA DATA DE NEGOCIO DO CICLO (BRANCO = DATA DO DIA)   *
      ******************************************************************
       FD  CDAT
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-CDAT.
           05  FD-CDAT-DATA        PIC     X(08).
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
      ******************************************************************
                                   PIC     X(05).
      *
      ******************************************************************
      *              CONTROLE DO CICLO NOTURNO (CICLOCTL)               *
      ******************************************************************
           03      WS-CICLO.
             05    FILLER          PIC     X(12)         VALUE
                                   'CICLO'.
             05    WS-FS-CICLOCTL  PIC     X(02)         VALUE ZEROS.
               88  CICLOCTL-OK                           VALUE '00'.
               88  CICLOCTL-NAO-ACHADO                    VALUE '23'.
               88  CICLOCTL-INEXISTENTE                   VALUE '35'.
             05    WS-FS-CICLODAT  PIC     X(02)         VALUE ZEROS.
               88  CICLODAT-OK                           VALUE '00'.
             05    WS-SW-CICLO-BLOQ PIC    X(01)         VALUE 'N'.
               88  WS-CICLO-BLOQUEADO                    VALUE 'S'.
               88  WS-CICLO-LIBERADO                     VALUE 'N'.
             05    WS-SW-CICLO-FALHA PIC   X(01)         VALUE 'N'.
               88  WS-CICLO-FALHA                        VALUE 'S'.
               88  WS-CICLO-SEM-FALHA                    VALUE 'N'.
             05    WS-SW-CICLO-ARQ PIC     X(01)         VALUE 'N'.
               88  WS-CICLO-ABERTO                       VALUE 'S'.
               88  WS-CICLO-FECHADO                      VALUE 'N'.
             05    WS-SW-CICLO-NOVO PIC    X(01)         VALUE 'N'.
               88  WS-CICLO-NOVO                         VALUE 'S'.
               88  WS-CICLO-EXISTENTE                    VALUE 'N'.
             05    WS-SW-CICLO-LIB PIC     X(01)         VALUE 'N'.
               88  WS-CICLO-LIB-VALE                     VALUE 'S'.
               88  WS-CICLO-LIB-VENCIDA                  VALUE 'N'.
             05    WS-CICLO-MEU-PASSO PIC  X(08)         VALUE
                                   'GXML00'.
             05    WS-DATA-CICLO   PIC     9(08)         VALUE ZEROS.
             05    WS-CICLO-DTEXEC PIC     9(08)         VALUE ZEROS.
             05    WS-CICLO-HORA8  PIC     9(08)         VALUE ZEROS.
             05    WS-CICLO-HORA8-R REDEFINES            WS-CICLO-HORA8.
               07  WS-CICLO-HORA   PIC     9(06).
               07  FILLER          PIC     9(02).
             05    WS-CICLO-IND    PIC     9(02) COMP    VALUE ZEROS.
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
             05    WS-LINHA-RELAT  PIC     X(132)        VALUE SPACES.
      *
      ******************************************************************
      *   ORDEM DOS PASSOS DO CICLO NOTURNO - CADA PASSO SO EXECUTA COM *
      *   OS ANTERIORES CONCLUIDOS NA MESMA DATA DE NEGOCIO             *
      ******************************************************************
       01          WS-CICLO-ORDEM.
           03      FILLER          PIC     X(08)         VALUE 'GXML00'.
           03      FILLER          PIC     X(08)         VALUE 'GXML03'.
           03      FILLER          PIC     X(08)         VALUE 'GXML01'.
           03      FILLER          PIC     X(08)         VALUE 'GXML02'.
           03      FILLER          PIC     X(08)         VALUE 'GXML05'.
       01          WS-CICLO-ORDEM-R REDEFINES            WS-CICLO-ORDEM.
           03      WS-CICLO-PASSO  OCCURS  5 TIMES
                                   PIC     X(08).
      *
      ******************************************************************
      *
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
      ******************************************************************
       RTPRINCIPAL                     SECTION.
      ******************************************************************
      *
           PERFORM RTCICLOINI.
      *
           IF WS-CICLO-BLOQUEADO
               PERFORM RTCICLOFIM
               PERFORM RTEVENTOFIM
               GOBACK
           END-IF.
      *
           PERFORM RTINICIAR.
      *
               IF WS-QTD-TAB GREATER 999
                   DISPLAY 'GXML00 - ERRO: QTDE MOTIVOS CANCELAMENTO'
                   DISPLAY 'EXCEDE LIMITE DE 1000 OCORRENCIAS DA LISTA1'
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM005'       TO WS-EVT-CODIGO
                   STRING 'QTDE MOTIVOS CANCELAMENTO EXCEDE LIMITE DE '
                          '1000 OCORRENCIAS DA LISTA1'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               ELSE
                   ADD 1               TO WS-ACEITOS-CAN
               MOVE ZEROS              TO RETURN-CODE
           END-IF
           END-IF.
      *
           PERFORM RTCICLOFIM.
      *
           PERFORM RTEVENTOFIM.
      *
           GOBACK.
      *
               DISPLAY 'GXML00 - ERRO DE I/O NO ARQUIVO ' WS-ARQ-ATUAL
               DISPLAY 'GXML00 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML00 - FILE STATUS....: ' WS-FS-ATUAL
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO ' WS-ARQ-ATUAL ' - '
                      'OPERACAO ' WS-OPER-ATUAL ' - FILE STATUS '
                      WS-FS-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
       RTCHKSTATUS-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE ABERTURA DO PASSO NO CONTROLE DO CICLO (CICLOCTL)    *
      *  OS PASSOS ANTERIORES DO CICLO PRECISAM ESTAR CONCLUIDOS (RC    *
      *  ATE 04) OU LIBERADOS PELO OPERADOR NA MESMA DATA DE NEGOCIO.   *
      *  PASSO LIBERADO PELO OPERADOR NAO CONFERE OS ANTERIORES         *
      ******************************************************************
       RTCICLOINI                      SECTION.
      ******************************************************************
      *
           ACCEPT WS-CICLO-DTEXEC      FROM DATE YYYYMMDD.
           ACCEPT WS-CICLO-HORA8       FROM TIME.
      *
           MOVE WS-CICLO-DTEXEC        TO WS-DATA-CICLO.
      *
           OPEN INPUT  CDAT.
      *
           IF CICLODAT-OK
               READ CDAT
                   AT END MOVE '10'    TO WS-FS-CICLODAT
               END-READ
               IF CICLODAT-OK
                   IF FD-CDAT-DATA NUMERIC
                           AND FD-CDAT-DATA NOT = '00000000'
                       MOVE FD-CDAT-DATA TO WS-DATA-CICLO
                   END-IF
               END-IF
               CLOSE CDAT
           END-IF.
      *
           OPEN I-O CICLO.
      *
           IF CICLOCTL-INEXISTENTE
               OPEN OUTPUT CICLO
               CLOSE CICLO
               OPEN I-O CICLO
           END-IF.
      *
           IF NOT CICLOCTL-OK
               DISPLAY 'GXML00 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML00 - OPERACAO.......: OPEN'
               DISPLAY 'GXML00 - FILE STATUS....: ' WS-FS-CICLOCTL
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO CICLOCTL - OPERACAO OPEN '
                      '- FILE STATUS ' WS-FS-CICLOCTL
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-CICLO-FALHA      TO TRUE
               SET WS-CICLO-BLOQUEADO  TO TRUE
           ELSE
               SET WS-CICLO-ABERTO     TO TRUE
               MOVE WS-DATA-CICLO      TO FD-CIC-DATA
               MOVE WS-CICLO-MEU-PASSO TO FD-CIC-PASSO
               READ CICLO
               IF CICLOCTL-OK AND FD-CIC-LIBERADO EQUAL 'S'
                   DISPLAY 'GXML00 - CICLO ' WS-DATA-CICLO
                           ': EXECUCAO LIBERADA PELO OPERADOR '
                           FD-CIC-OPERADOR
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM011'       TO WS-EVT-CODIGO
                   STRING 'CICLO ' WS-DATA-CICLO ': EXECUCAO LIBERADA '
                          'PELO OPERADOR ' FD-CIC-OPERADOR
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               ELSE
                   MOVE 1              TO WS-CICLO-IND
                   PERFORM UNTIL WS-CICLO-IND GREATER 5
                           OR WS-CICLO-FALHA
                           OR WS-CICLO-PASSO(WS-CICLO-IND)
                              EQUAL WS-CICLO-MEU-PASSO
                       PERFORM RTCICLOPASSO
                       ADD 1           TO WS-CICLO-IND
                   END-PERFORM
               END-IF
           END-IF.
      *
           IF WS-CICLO-ABERTO AND WS-CICLO-SEM-FALHA
               PERFORM RTCICLOGRAVA
           END-IF.
      *
           IF WS-CICLO-BLOQUEADO AND WS-CICLO-SEM-FALHA
               DISPLAY 'GXML00 - CICLO ' WS-DATA-CICLO
                       ': PASSOS ANTERIORES NAO CONCLUIDOS - '
                       'PASSO NAO EXECUTADO'
               MOVE 'E'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM010'           TO WS-EVT-CODIGO
               STRING 'CICLO ' WS-DATA-CICLO ': PASSOS ANTERIORES NAO '
                      'CONCLUIDOS - PASSO NAO EXECUTADO'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
           END-IF.
      *
      ******************************************************************
       RTCICLOINI-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CONFERENCIA DE UM PASSO ANTERIOR DO CICLO. A         *
      *  LIBERACAO DO OPERADOR SO VALE ENQUANTO O PASSO NAO FOR         *
      *  EXECUTADO DE NOVO - DEPOIS DISSO VALE O RESULTADO DA EXECUCAO  *
      ******************************************************************
       RTCICLOPASSO                    SECTION.
      ******************************************************************
      *
           MOVE WS-DATA-CICLO          TO FD-CIC-DATA.
           MOVE WS-CICLO-PASSO(WS-CICLO-IND) TO FD-CIC-PASSO.
      *
           READ CICLO.
      *
           SET WS-CICLO-LIB-VENCIDA    TO TRUE.
      *
           IF CICLOCTL-OK AND FD-CIC-LIBERADO EQUAL 'S'
               IF FD-CIC-SITUACAO EQUAL SPACES
                       OR FD-CIC-SITUACAO EQUAL 'B'
                   SET WS-CICLO-LIB-VALE TO TRUE
               ELSE
               IF FD-CIC-DTINI LESS FD-CIC-DTLIB
                   SET WS-CICLO-LIB-VALE TO TRUE
               ELSE
               IF FD-CIC-DTINI EQUAL FD-CIC-DTLIB
                       AND FD-CIC-HRINI LESS FD-CIC-HRLIB
                   SET WS-CICLO-LIB-VALE TO TRUE
               END-IF
               END-IF
               END-IF
           END-IF.
      *
           IF CICLOCTL-OK
               IF WS-CICLO-LIB-VALE
                   CONTINUE
               ELSE
               IF FD-CIC-SITUACAO EQUAL 'F'
                       AND FD-CIC-RC NOT GREATER 4
                   CONTINUE
               ELSE
                   SET WS-CICLO-BLOQUEADO TO TRUE
                   DISPLAY 'GXML00 - CICLO ' WS-DATA-CICLO
                           ': PASSO ' FD-CIC-PASSO
                           ' NAO CONCLUIDO - SITUACAO '
                           FD-CIC-SITUACAO ' RC ' FD-CIC-RC
               END-IF
               END-IF
           ELSE
           IF CICLOCTL-NAO-ACHADO
               SET WS-CICLO-BLOQUEADO  TO TRUE
               DISPLAY 'GXML00 - CICLO ' WS-DATA-CICLO
                       ': PASSO ' WS-CICLO-PASSO(WS-CICLO-IND)
                       ' NAO EXECUTADO'
           ELSE
               DISPLAY 'GXML00 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML00 - OPERACAO.......: READ'
               DISPLAY 'GXML00 - FILE STATUS....: ' WS-FS-CICLOCTL
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO CICLOCTL - OPERACAO READ '
                      '- FILE STATUS ' WS-FS-CICLOCTL
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-CICLO-FALHA      TO TRUE
               SET WS-CICLO-BLOQUEADO  TO TRUE
           END-IF
           END-IF.
      *
      ******************************************************************
       RTCICLOPASSO-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GRAVACAO DO INICIO DO PASSO NO CICLO. UM PASSO       *
      *  BLOQUEADO SO FICA REGISTRADO SE AINDA NAO HOUVE EXECUCAO NA    *
      *  DATA - O RESULTADO DE UMA EXECUCAO ANTERIOR E PRESERVADO       *
      ******************************************************************
       RTCICLOGRAVA                    SECTION.
      ******************************************************************
      *
           MOVE WS-DATA-CICLO          TO FD-CIC-DATA.
           MOVE WS-CICLO-MEU-PASSO     TO FD-CIC-PASSO.
      *
           READ CICLO.
      *
           IF CICLOCTL-OK
               SET WS-CICLO-EXISTENTE  TO TRUE
           ELSE
           IF CICLOCTL-NAO-ACHADO
               SET WS-CICLO-NOVO       TO TRUE
               MOVE WS-DATA-CICLO      TO FD-CIC-DATA
               MOVE WS-CICLO-MEU-PASSO TO FD-CIC-PASSO
               MOVE SPACES             TO FD-CIC-SITUACAO
               MOVE ZEROS              TO FD-CIC-DTINI
               MOVE ZEROS              TO FD-CIC-HRINI
               MOVE ZEROS              TO FD-CIC-DTFIM
               MOVE ZEROS              TO FD-CIC-HRFIM
               MOVE ZEROS              TO FD-CIC-RC
               MOVE ZEROS              TO FD-CIC-QTEXEC
               MOVE 'N'                TO FD-CIC-LIBERADO
               MOVE SPACES             TO FD-CIC-OPERADOR
               MOVE ZEROS              TO FD-CIC-DTLIB
               MOVE ZEROS              TO FD-CIC-HRLIB
               MOVE SPACES             TO FD-CIC-MOTLIB
           ELSE
               DISPLAY 'GXML00 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML00 - OPERACAO.......: READ'
               DISPLAY 'GXML00 - FILE STATUS....: ' WS-FS-CICLOCTL
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO CICLOCTL - OPERACAO READ '
                      '- FILE STATUS ' WS-FS-CICLOCTL
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-CICLO-FALHA      TO TRUE
               SET WS-CICLO-BLOQUEADO  TO TRUE
           END-IF
           END-IF.
      *
           IF WS-CICLO-SEM-FALHA
               IF WS-CICLO-BLOQUEADO
                   IF FD-CIC-SITUACAO EQUAL SPACES
                           OR FD-CIC-SITUACAO EQUAL 'B'
                       MOVE 'B'        TO FD-CIC-SITUACAO
                       MOVE WS-CICLO-DTEXEC TO FD-CIC-DTFIM
                       MOVE WS-CICLO-HORA TO FD-CIC-HRFIM
                       MOVE 12         TO FD-CIC-RC
                       PERFORM RTCICLOREGRAVA
                   END-IF
               ELSE
                   MOVE 'I'            TO FD-CIC-SITUACAO
                   MOVE WS-CICLO-DTEXEC TO FD-CIC-DTINI
                   MOVE WS-CICLO-HORA  TO FD-CIC-HRINI
                   MOVE ZEROS          TO FD-CIC-DTFIM
                   MOVE ZEROS          TO FD-CIC-HRFIM
                   MOVE ZEROS          TO FD-CIC-RC
                   ADD 1               TO FD-CIC-QTEXEC
                   PERFORM RTCICLOREGRAVA
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCICLOGRAVA-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GRAVACAO (NOVO) OU REGRAVACAO DO REGISTRO DO PASSO   *
      ******************************************************************
       RTCICLOREGRAVA                  SECTION.
      ******************************************************************
      *
           IF WS-CICLO-NOVO
               WRITE FD-CIC-REG
           ELSE
               REWRITE FD-CIC-REG
           END-IF.
      *
           IF CICLOCTL-OK
               SET WS-CICLO-EXISTENTE  TO TRUE
           ELSE
               DISPLAY 'GXML00 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML00 - OPERACAO.......: WRITE'
               DISPLAY 'GXML00 - FILE STATUS....: ' WS-FS-CICLOCTL
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO CICLOCTL - OPERACAO '
                      'WRITE - FILE STATUS ' WS-FS-CICLOCTL
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-CICLO-FALHA      TO TRUE
               SET WS-CICLO-BLOQUEADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTCICLOREGRAVA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE ENCERRAMENTO DO PASSO NO CONTROLE DO CICLO - GRAVA   *
      *  FIM E RC DA EXECUCAO. PASSO BLOQUEADO TERMINA COM RC 12 (RC 16 *
      *  SE O PROPRIO CICLOCTL FALHOU)                                  *
      ******************************************************************
       RTCICLOFIM                      SECTION.
      ******************************************************************
      *
           IF WS-CICLO-ABERTO
               IF WS-CICLO-LIBERADO
                   ACCEPT WS-CICLO-DTEXEC FROM DATE YYYYMMDD
                   ACCEPT WS-CICLO-HORA8 FROM TIME
                   MOVE WS-DATA-CICLO  TO FD-CIC-DATA
                   MOVE WS-CICLO-MEU-PASSO TO FD-CIC-PASSO
                   READ CICLO
                   IF CICLOCTL-OK
                       MOVE 'F'        TO FD-CIC-SITUACAO
                       MOVE WS-CICLO-DTEXEC TO FD-CIC-DTFIM
                       MOVE WS-CICLO-HORA TO FD-CIC-HRFIM
                       MOVE RETURN-CODE TO FD-CIC-RC
                       REWRITE FD-CIC-REG
                   END-IF
                   IF NOT CICLOCTL-OK
                       DISPLAY 'GXML00 - ALERTA: ERRO DE I/O NO '
                               'CICLOCTL - FIM DO PASSO NAO GRAVADO'
                       DISPLAY 'GXML00 - FILE STATUS....: '
                               WS-FS-CICLOCTL
                       MOVE 'A'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM002'   TO WS-EVT-CODIGO
                       STRING 'ERRO DE I/O NO CICLOCTL - FIM DO PASSO '
                              'NAO GRAVADO - FILE STATUS '
                              WS-FS-CICLOCTL
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                   END-IF
               END-IF
               CLOSE CICLO
               SET WS-CICLO-FECHADO    TO TRUE
           END-IF.
      *
           IF WS-CICLO-BLOQUEADO
               IF WS-CICLO-FALHA
                   MOVE 16             TO RETURN-CODE
               ELSE
                   MOVE 12             TO RETURN-CODE
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCICLOFIM-EXIT.                EXIT.
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
                   DISPLAY 'GXML00 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML00 - FILE STATUS....: ' WS-FS-EVENTO
               END-IF
           END-IF.
      *
           IF WS-EVENTO-ABERTO
               ACCEPT WS-EVT-DATA      FROM DATE YYYYMMDD
               ACCEPT WS-EVT-HORA8     FROM TIME
               MOVE WS-EVT-DATA        TO FD-EVT-DATA
               MOVE WS-EVT-HORA        TO FD-EVT-HORA
               MOVE 'GXML00'           TO FD-EVT-PROGRAMA
               MOVE WS-EVT-SEVERIDADE  TO FD-EVT-SEVERIDADE
               MOVE WS-EVT-CODIGO      TO FD-EVT-CODIGO
               MOVE WS-EVT-CDTRAN      TO FD-EVT-CDTRAN
               MOVE WS-EVT-CDPARC      TO FD-EVT-CDPARC
               MOVE WS-EVT-NRSEQ       TO FD-EVT-NRSEQ
               MOVE WS-EVT-TEXTO       TO FD-EVT-TEXTO
               WRITE FD-EVT-REG
               IF NOT EVENTO-OK
                   SET WS-EVENTO-INDISPONIVEL TO TRUE
                   DISPLAY 'GXML00 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML00 - FILE STATUS....: ' WS-FS-EVENTO
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
