      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. GXML18.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# GXML18                                       *
      *         *******************************************************
      *         *#FUNC:# CONTROLE DO CICLO NOTURNO (CICLOCTL - VSAM   *
      *         *#      # KSDS, CHAVE DATA DE NEGOCIO + PASSO). APLICA*
      *         *#      # OS CARTOES DE LIBERACAO DO OPERADOR         *
      *         *#      # (CICLOLIB) PARA REEXECUCAO SUPERVISIONADA E *
      *         *#      # EMITE O RELATORIO DE SITUACAO DO CICLO POR  *
      *         *#      # DATA DE NEGOCIO: CONCLUIDO, FALHOU, NAO     *
      *         *#      # EXECUTADO OU SOBREPOSTO                     *
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
           SELECT CICLO ASSIGN TO 'CICLOCTL'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CIC-CHAVE
                  FILE  STATUS IS WS-FS-CICLOCTL.
      *
           SELECT LIBERA ASSIGN TO 'CICLOLIB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-CICLOLIB.
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
      *   CARTOES DE LIBERACAO DO OPERADOR - 'L' LIBERA O PASSO NA DATA *
      *   DE NEGOCIO (EXECUTA SEM CONFERIR OS ANTERIORES E VALE COMO    *
      *   CONCLUIDO PARA OS SEGUINTES ATE O PASSO SER EXECUTADO DE NOVO *
      *   - DAI EM DIANTE VALE O RESULTADO DA EXECUCAO), 'C' CANCELA A  *
      *   LIBERACAO                                                     *
      ******************************************************************
       FD  LIBERA
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-LIB.
           05  LIB-DATA            PIC     X(08).
           05  LIB-PASSO           PIC     X(08).
           05  LIB-ACAO            PIC     X(01).
               88  LIB-LIBERAR                           VALUE 'L'.
               88  LIB-CANCELAR                          VALUE 'C'.
           05  LIB-OPERADOR        PIC     X(08).
           05  LIB-MOTIVO          PIC     X(40).
      *
      ******************************************************************
      *   CARTAO DE PARAMETROS - PERIODO DO RELATORIO (AAAAMMDD INICIO  *
      *   E FIM; EM BRANCO = TODAS AS DATAS DO CICLOCTL)                *
      ******************************************************************
       FD  PARM
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-PARM.
           05  FD-PARM-DTINI       PIC     X(08).
           05  FD-PARM-DTFIM       PIC     X(08).
      *
      ******************************************************************
      *            RELATORIO DE SITUACAO DO CICLO (SYSOUT)              *
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
             05    WS-FS-CICLOCTL  PIC     X(02)         VALUE ZEROS.
               88  CICLOCTL-OK                           VALUE '00'.
               88  CICLOCTL-FIM                          VALUE '10'.
               88  CICLOCTL-NAO-ACHADO                    VALUE '23'.
               88  CICLOCTL-INEXISTENTE                   VALUE '35'.
             05    WS-FS-CICLOLIB  PIC     X(02)         VALUE ZEROS.
               88  CICLOLIB-OK                           VALUE '00'.
               88  CICLOLIB-FIM                          VALUE '10'.
               88  CICLOLIB-INEXISTENTE                   VALUE '35'.
             05    WS-FS-SYSIN     PIC     X(02)         VALUE ZEROS.
               88  SYSIN-OK                              VALUE '00'.
             05    WS-FS-SYSPRINT  PIC     X(02)         VALUE ZEROS.
      *
      ******************************************************************
      *                          PARAMETROS                            *
      ******************************************************************
           03      WS-PARAMETROS.
             05    FILLER          PIC     X(12)         VALUE
                                   'PARAMETROS'.
             05    WS-DTINI-REL    PIC     9(08)         VALUE ZEROS.
             05    WS-DTFIM-REL    PIC     9(08)         VALUE 99999999.
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
               88  WS-LIB-RECUSADA                       VALUE 'S'.
               88  WS-LIB-APLICADA                       VALUE 'N'.
             05    WS-SW-LIBERA    PIC     X(01)         VALUE 'N'.
               88  LIBERA-DISPONIVEL                     VALUE 'S'.
               88  LIBERA-AUSENTE                        VALUE 'N'.
             05    WS-SW-FIM-REL   PIC     X(01)         VALUE 'N'.
               88  WS-FIM-RELATORIO                      VALUE 'S'.
               88  WS-NAO-FIM-RELATORIO                  VALUE 'N'.
             05    WS-SW-LIB-VALE  PIC     X(01)         VALUE 'N'.
               88  WS-LIB-VALE                           VALUE 'S'.
               88  WS-LIB-VENCIDA                        VALUE 'N'.
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
             05    WS-IND-PASSO    PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-LIDOS-LIB    PIC     9(05)         VALUE ZEROS.
             05    WS-APLICADOS    PIC     9(05)         VALUE ZEROS.
             05    WS-RECUSADOS    PIC     9(05)         VALUE ZEROS.
             05    WS-QTD-DATAS    PIC     9(05)         VALUE ZEROS.
             05    WS-QTD-CONCLUIDO PIC    9(05)         VALUE ZEROS.
             05    WS-QTD-FALHOU   PIC     9(05)         VALUE ZEROS.
             05    WS-QTD-NAOEXEC  PIC     9(05)         VALUE ZEROS.
             05    WS-QTD-SOBREPOSTO PIC   9(05)         VALUE ZEROS.
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
             05    WS-DATA-ATUAL   PIC     9(08)         VALUE ZEROS.
             05    WS-DATA-LIB     PIC     9(08)         VALUE ZEROS.
      *
      ******************************************************************
      *              AREA DE AUDITORIA DA LIBERACAO                     *
      ******************************************************************
           03      WS-AUDITORIA.
             05    FILLER          PIC     X(12)         VALUE
                                   'AUDITORIA'.
             05    WS-DS-RECUSA    PIC     X(40)         VALUE SPACES.
             05    WS-DS-SITUACAO  PIC     X(13)         VALUE SPACES.
             05    WS-DS-OBS       PIC     X(40)         VALUE SPACES.
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
      *   SITUACAO DOS PASSOS DA DATA DE NEGOCIO EM LISTAGEM            *
      ******************************************************************
       01          WS-DIA-TAB.
           03      WS-DIA-ENT      OCCURS  5 TIMES.
             05    WS-DIA-ACHADO   PIC     X(01).
             05    WS-DIA-SITUACAO PIC     X(01).
             05    WS-DIA-DTINI    PIC     9(08).
             05    WS-DIA-HRINI    PIC     9(06).
             05    WS-DIA-DTFIM    PIC     9(08).
             05    WS-DIA-HRFIM    PIC     9(06).
             05    WS-DIA-RC       PIC     9(04).
             05    WS-DIA-QTEXEC   PIC     9(03).
             05    WS-DIA-LIBERADO PIC     X(01).
             05    WS-DIA-OPERADOR PIC     X(08).
             05    WS-DIA-DTLIB    PIC     9(08).
             05    WS-DIA-HRLIB    PIC     9(06).
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
           IF WS-SEM-ERRO AND LIBERA-DISPONIVEL
               PERFORM RTLIBERACOES
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTSITUACAO
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
               IF FD-PARM-DTINI NOT = SPACES
                   IF FD-PARM-DTINI NUMERIC
                       MOVE FD-PARM-DTINI TO WS-DTINI-REL
                   ELSE
                       DISPLAY 'GXML18 - ERRO: DATA INICIAL DO CARTAO '
                               'INVALIDA: ' FD-PARM-DTINI
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   END-IF
               END-IF
               IF FD-PARM-DTFIM NOT = SPACES
                   IF FD-PARM-DTFIM NUMERIC
                       MOVE FD-PARM-DTFIM TO WS-DTFIM-REL
                   ELSE
                       DISPLAY 'GXML18 - ERRO: DATA FINAL DO CARTAO '
                               'INVALIDA: ' FD-PARM-DTFIM
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
           CLOSE PARM.
      *
           IF WS-DTINI-REL GREATER WS-DTFIM-REL
               DISPLAY 'GXML18 - ERRO: DATA INICIAL POSTERIOR A FINAL'
               SET WS-ERRO-ENCONTRADO  TO TRUE
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
               DISPLAY 'GXML18 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML18 - OPERACAO.......: OPEN'
               DISPLAY 'GXML18 - FILE STATUS....: ' WS-FS-CICLOCTL
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           OPEN INPUT  LIBERA.
      *
           IF CICLOLIB-OK
               SET LIBERA-DISPONIVEL   TO TRUE
           ELSE
           IF NOT CICLOLIB-INEXISTENTE
               DISPLAY 'GXML18 - ERRO DE I/O NO ARQUIVO CICLOLIB'
               DISPLAY 'GXML18 - OPERACAO.......: OPEN'
               DISPLAY 'GXML18 - FILE STATUS....: ' WS-FS-CICLOLIB
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF
           END-IF.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *     ROTINA DE PROCESSAMENTO DOS CARTOES DE LIBERACAO            *
      ******************************************************************
       RTLIBERACOES                    SECTION.
      ******************************************************************
      *
           READ LIBERA
               AT END MOVE '10'        TO WS-FS-CICLOLIB
           END-READ.
      *
           IF NOT CICLOLIB-OK AND NOT CICLOLIB-FIM
               DISPLAY 'GXML18 - ERRO DE I/O NO ARQUIVO CICLOLIB'
               DISPLAY 'GXML18 - OPERACAO.......: READ'
               DISPLAY 'GXML18 - FILE STATUS....: ' WS-FS-CICLOLIB
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           PERFORM UNTIL CICLOLIB-FIM OR WS-ERRO-ENCONTRADO
               ADD 1                   TO WS-LIDOS-LIB
               PERFORM RTAPLICARLIB
               READ LIBERA
                   AT END MOVE '10'    TO WS-FS-CICLOLIB
               END-READ
               IF NOT CICLOLIB-OK AND NOT CICLOLIB-FIM
                   DISPLAY 'GXML18 - ERRO DE I/O NO ARQUIVO CICLOLIB'
                   DISPLAY 'GXML18 - OPERACAO.......: READ'
                   DISPLAY 'GXML18 - FILE STATUS....: ' WS-FS-CICLOLIB
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTLIBERACOES-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE APLICACAO DE UM CARTAO DE LIBERACAO NO CICLOCTL     *
      ******************************************************************
       RTAPLICARLIB                    SECTION.
      ******************************************************************
      *
           SET WS-LIB-APLICADA         TO TRUE.
           MOVE SPACES                 TO WS-DS-RECUSA.
      *
           MOVE ZEROS                  TO WS-IND-PASSO.
           MOVE 1                      TO WS-IND.
      *
           PERFORM UNTIL WS-IND GREATER 5
               IF WS-CICLO-PASSO(WS-IND) EQUAL LIB-PASSO
                   MOVE WS-IND         TO WS-IND-PASSO
               END-IF
               ADD 1                   TO WS-IND
           END-PERFORM.
      *
           IF LIB-DATA NOT NUMERIC OR LIB-DATA EQUAL '00000000'
               SET WS-LIB-RECUSADA     TO TRUE
               MOVE 'DATA DE NEGOCIO INVALIDA'
                                       TO WS-DS-RECUSA
           ELSE
           IF WS-IND-PASSO EQUAL ZEROS
               SET WS-LIB-RECUSADA     TO TRUE
               MOVE 'PASSO NAO PERTENCE AO CICLO'
                                       TO WS-DS-RECUSA
           ELSE
           IF LIB-OPERADOR EQUAL SPACES
               SET WS-LIB-RECUSADA     TO TRUE
               MOVE 'OPERADOR NAO INFORMADO'
                                       TO WS-DS-RECUSA
           ELSE
           IF LIB-LIBERAR
               IF LIB-MOTIVO EQUAL SPACES
                   SET WS-LIB-RECUSADA TO TRUE
                   MOVE 'MOTIVO DA LIBERACAO NAO INFORMADO'
                                       TO WS-DS-RECUSA
               ELSE
                   PERFORM RTLIBERAR
               END-IF
           ELSE
           IF LIB-CANCELAR
               PERFORM RTCANCELAR
           ELSE
               SET WS-LIB-RECUSADA     TO TRUE
               MOVE 'ACAO INVALIDA (L OU C)'
                                       TO WS-DS-RECUSA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
           IF WS-LIB-RECUSADA
               ADD 1                   TO WS-RECUSADOS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML18 - RECUSADO ' LIB-ACAO
                      ' ' LIB-DATA ' ' LIB-PASSO ' ' LIB-OPERADOR
                      ' - ' WS-DS-RECUSA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
           IF WS-ERRO-ENCONTRADO
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML18 - NAO PROCESSADO ' LIB-ACAO
                      ' ' LIB-DATA ' ' LIB-PASSO ' ' LIB-OPERADOR
                      ' - ERRO DE I/O NO CICLOCTL'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
               ADD 1                   TO WS-APLICADOS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML18 - APLICADO ' LIB-ACAO
                      ' ' LIB-DATA ' ' LIB-PASSO ' ' LIB-OPERADOR
                      ' ' LIB-MOTIVO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF
           END-IF.
      *
      ******************************************************************
       RTAPLICARLIB-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LIBERACAO DE UM PASSO NA DATA DE NEGOCIO. UM PASSO   *
      *  AINDA SEM REGISTRO NO CICLO E CRIADO SO COM A LIBERACAO        *
      ******************************************************************
       RTLIBERAR                       SECTION.
      ******************************************************************
      *
           MOVE LIB-DATA               TO WS-DATA-LIB.
           MOVE WS-DATA-LIB            TO FD-CIC-DATA.
           MOVE LIB-PASSO              TO FD-CIC-PASSO.
      *
           READ CICLO.
      *
           ACCEPT WS-HORA-EXEC8        FROM TIME.
      *
           IF CICLOCTL-OK
               PERFORM RTMONTALIB
               REWRITE FD-CIC-REG
               MOVE 'REWRITE'          TO WS-OPER-ATUAL
               PERFORM RTCHKCICLO
           ELSE
           IF CICLOCTL-NAO-ACHADO
               MOVE WS-DATA-LIB        TO FD-CIC-DATA
               MOVE LIB-PASSO          TO FD-CIC-PASSO
               MOVE SPACES             TO FD-CIC-SITUACAO
               MOVE ZEROS              TO FD-CIC-DTINI
               MOVE ZEROS              TO FD-CIC-HRINI
               MOVE ZEROS              TO FD-CIC-DTFIM
               MOVE ZEROS              TO FD-CIC-HRFIM
               MOVE ZEROS              TO FD-CIC-RC
               MOVE ZEROS              TO FD-CIC-QTEXEC
               PERFORM RTMONTALIB
               WRITE FD-CIC-REG
               MOVE 'WRITE'            TO WS-OPER-ATUAL
               PERFORM RTCHKCICLO
           ELSE
               MOVE 'READ'             TO WS-OPER-ATUAL
               PERFORM RTCHKCICLO
           END-IF
           END-IF.
      *
      ******************************************************************
       RTLIBERAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE MONTAGEM DOS DADOS DA LIBERACAO DO OPERADOR         *
      ******************************************************************
       RTMONTALIB                      SECTION.
      ******************************************************************
      *
           MOVE 'S'                    TO FD-CIC-LIBERADO.
           MOVE LIB-OPERADOR           TO FD-CIC-OPERADOR.
           MOVE WS-DATA-MOV            TO FD-CIC-DTLIB.
           MOVE WS-HORA-EXEC           TO FD-CIC-HRLIB.
           MOVE LIB-MOTIVO             TO FD-CIC-MOTLIB.
      *
      ******************************************************************
       RTMONTALIB-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CANCELAMENTO DE UMA LIBERACAO - O OPERADOR E A DATA  *
      *  DO CANCELAMENTO FICAM NO REGISTRO                              *
      ******************************************************************
       RTCANCELAR                      SECTION.
      ******************************************************************
      *
           MOVE LIB-DATA               TO WS-DATA-LIB.
           MOVE WS-DATA-LIB            TO FD-CIC-DATA.
           MOVE LIB-PASSO              TO FD-CIC-PASSO.
      *
           READ CICLO.
      *
           ACCEPT WS-HORA-EXEC8        FROM TIME.
      *
           IF CICLOCTL-OK
               IF FD-CIC-LIBERADO NOT = 'S'
                   SET WS-LIB-RECUSADA TO TRUE
                   MOVE 'PASSO NAO ESTA LIBERADO'
                                       TO WS-DS-RECUSA
               ELSE
                   MOVE 'N'            TO FD-CIC-LIBERADO
                   MOVE LIB-OPERADOR   TO FD-CIC-OPERADOR
                   MOVE WS-DATA-MOV    TO FD-CIC-DTLIB
                   MOVE WS-HORA-EXEC   TO FD-CIC-HRLIB
                   IF LIB-MOTIVO NOT = SPACES
                       MOVE LIB-MOTIVO TO FD-CIC-MOTLIB
                   END-IF
                   REWRITE FD-CIC-REG
                   MOVE 'REWRITE'      TO WS-OPER-ATUAL
                   PERFORM RTCHKCICLO
               END-IF
           ELSE
           IF CICLOCTL-NAO-ACHADO
               SET WS-LIB-RECUSADA     TO TRUE
               MOVE 'PASSO NAO ESTA LIBERADO'
                                       TO WS-DS-RECUSA
           ELSE
               MOVE 'READ'             TO WS-OPER-ATUAL
               PERFORM RTCHKCICLO
           END-IF
           END-IF.
      *
      ******************************************************************
       RTCANCELAR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LEITURA DO CICLOCTL NO PERIODO DO CARTAO, COM QUEBRA *
      *  POR DATA DE NEGOCIO                                            *
      ******************************************************************
       RTSITUACAO                      SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML18 - SITUACAO DO CICLO NOTURNO DE '
                  WS-DTINI-REL ' A ' WS-DTFIM-REL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE ZEROS                  TO WS-DATA-ATUAL.
           PERFORM RTLIMPADIA.
      *
           MOVE WS-DTINI-REL           TO FD-CIC-DATA.
           MOVE LOW-VALUES             TO FD-CIC-PASSO.
      *
           START CICLO KEY NOT LESS FD-CIC-CHAVE
               INVALID KEY MOVE '10'   TO WS-FS-CICLOCTL
           END-START.
      *
           IF CICLOCTL-OK
               READ CICLO NEXT
                   AT END MOVE '10'    TO WS-FS-CICLOCTL
               END-READ
           END-IF.
      *
           PERFORM UNTIL CICLOCTL-FIM OR WS-ERRO-ENCONTRADO
                   OR WS-FIM-RELATORIO
               IF FD-CIC-DATA GREATER WS-DTFIM-REL
                   SET WS-FIM-RELATORIO TO TRUE
               ELSE
                   IF FD-CIC-DATA NOT = WS-DATA-ATUAL
                       IF WS-DATA-ATUAL GREATER ZEROS
                           PERFORM RTIMPRIMEDIA
                       END-IF
                       PERFORM RTLIMPADIA
                       MOVE FD-CIC-DATA TO WS-DATA-ATUAL
                   END-IF
                   PERFORM RTGUARDAPASSO
                   READ CICLO NEXT
                       AT END MOVE '10' TO WS-FS-CICLOCTL
                   END-READ
                   IF NOT CICLOCTL-OK AND NOT CICLOCTL-FIM
                       MOVE 'READ'     TO WS-OPER-ATUAL
                       PERFORM RTCHKCICLO
                   END-IF
               END-IF
           END-PERFORM.
      *
           IF WS-DATA-ATUAL GREATER ZEROS AND WS-SEM-ERRO
               PERFORM RTIMPRIMEDIA
           END-IF.
      *
      ******************************************************************
       RTSITUACAO-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE LIMPEZA DA SITUACAO DOS PASSOS DE UMA DATA          *
      ******************************************************************
       RTLIMPADIA                      SECTION.
      ******************************************************************
      *
           MOVE 1                      TO WS-IND.
      *
           PERFORM UNTIL WS-IND GREATER 5
               MOVE 'N'                TO WS-DIA-ACHADO(WS-IND)
               MOVE SPACES             TO WS-DIA-SITUACAO(WS-IND)
               MOVE ZEROS              TO WS-DIA-DTINI(WS-IND)
               MOVE ZEROS              TO WS-DIA-HRINI(WS-IND)
               MOVE ZEROS              TO WS-DIA-DTFIM(WS-IND)
               MOVE ZEROS              TO WS-DIA-HRFIM(WS-IND)
               MOVE ZEROS              TO WS-DIA-RC(WS-IND)
               MOVE ZEROS              TO WS-DIA-QTEXEC(WS-IND)
               MOVE 'N'                TO WS-DIA-LIBERADO(WS-IND)
               MOVE SPACES             TO WS-DIA-OPERADOR(WS-IND)
               MOVE ZEROS              TO WS-DIA-DTLIB(WS-IND)
               MOVE ZEROS              TO WS-DIA-HRLIB(WS-IND)
               ADD 1                   TO WS-IND
           END-PERFORM.
      *
      ******************************************************************
       RTLIMPADIA-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE GUARDA DE UM REGISTRO DO CICLO NA TABELA DA DATA    *
      *   PASSOS FORA DA ORDEM DO CICLO SAO IGNORADOS                   *
      ******************************************************************
       RTGUARDAPASSO                   SECTION.
      ******************************************************************
      *
           MOVE 1                      TO WS-IND.
      *
           PERFORM UNTIL WS-IND GREATER 5
               IF WS-CICLO-PASSO(WS-IND) EQUAL FD-CIC-PASSO
                   MOVE 'S'            TO WS-DIA-ACHADO(WS-IND)
                   MOVE FD-CIC-SITUACAO TO WS-DIA-SITUACAO(WS-IND)
                   MOVE FD-CIC-DTINI   TO WS-DIA-DTINI(WS-IND)
                   MOVE FD-CIC-HRINI   TO WS-DIA-HRINI(WS-IND)
                   MOVE FD-CIC-DTFIM   TO WS-DIA-DTFIM(WS-IND)
                   MOVE FD-CIC-HRFIM   TO WS-DIA-HRFIM(WS-IND)
                   MOVE FD-CIC-RC      TO WS-DIA-RC(WS-IND)
                   MOVE FD-CIC-QTEXEC  TO WS-DIA-QTEXEC(WS-IND)
                   MOVE FD-CIC-LIBERADO TO WS-DIA-LIBERADO(WS-IND)
                   MOVE FD-CIC-OPERADOR TO WS-DIA-OPERADOR(WS-IND)
                   MOVE FD-CIC-DTLIB   TO WS-DIA-DTLIB(WS-IND)
                   MOVE FD-CIC-HRLIB   TO WS-DIA-HRLIB(WS-IND)
               END-IF
               ADD 1                   TO WS-IND
           END-PERFORM.
      *
      ******************************************************************
       RTGUARDAPASSO-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE IMPRESSAO DA SITUACAO DOS PASSOS DE UMA DATA         *
      *  CONCLUIDO = FIM COM RC ATE 04; SOBREPOSTO = LIBERADO PELO      *
      *  OPERADOR E SEM EXECUCAO DESDE A LIBERACAO (VALE PARA OS        *
      *  SEGUINTES); FALHOU = FIM COM RC MAIOR OU SEM FIM GRAVADO;      *
      *  NAO EXECUTADO = SEM REGISTRO OU BLOQUEADO PELOS ANTERIORES.    *
      *  PASSO EXECUTADO DEPOIS DA LIBERACAO FICA COM O RESULTADO DA    *
      *  EXECUCAO, COM O OPERADOR DA LIBERACAO NA OBSERVACAO            *
      ******************************************************************
       RTIMPRIMEDIA                    SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-QTD-DATAS.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML18 - DATA DE NEGOCIO: ' WS-DATA-ATUAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE 1                      TO WS-IND.
      *
           PERFORM UNTIL WS-IND GREATER 5
               MOVE SPACES             TO WS-DS-OBS
               IF WS-DIA-LIBERADO(WS-IND) EQUAL 'S'
                   STRING 'LIBERADO POR ' WS-DIA-OPERADOR(WS-IND)
                                       DELIMITED BY SIZE
                                       INTO WS-DS-OBS
               END-IF
               SET WS-LIB-VENCIDA      TO TRUE
               IF WS-DIA-LIBERADO(WS-IND) EQUAL 'S'
                   IF WS-DIA-SITUACAO(WS-IND) EQUAL SPACES
                           OR WS-DIA-SITUACAO(WS-IND) EQUAL 'B'
                       SET WS-LIB-VALE TO TRUE
                   ELSE
                   IF WS-DIA-DTINI(WS-IND) LESS WS-DIA-DTLIB(WS-IND)
                       SET WS-LIB-VALE TO TRUE
                   ELSE
                   IF WS-DIA-DTINI(WS-IND) EQUAL WS-DIA-DTLIB(WS-IND)
                           AND WS-DIA-HRINI(WS-IND)
                               LESS WS-DIA-HRLIB(WS-IND)
                       SET WS-LIB-VALE TO TRUE
                   END-IF
                   END-IF
                   END-IF
               END-IF
               IF WS-DIA-SITUACAO(WS-IND) EQUAL 'F'
                       AND WS-DIA-RC(WS-IND) NOT GREATER 4
                   MOVE 'CONCLUIDO'    TO WS-DS-SITUACAO
                   ADD 1               TO WS-QTD-CONCLUIDO
               ELSE
               IF WS-LIB-VALE
                   MOVE 'SOBREPOSTO'   TO WS-DS-SITUACAO
                   ADD 1               TO WS-QTD-SOBREPOSTO
               ELSE
               IF WS-DIA-SITUACAO(WS-IND) EQUAL 'F'
                   MOVE 'FALHOU'       TO WS-DS-SITUACAO
                   ADD 1               TO WS-QTD-FALHOU
               ELSE
               IF WS-DIA-SITUACAO(WS-IND) EQUAL 'I'
                   MOVE 'FALHOU'       TO WS-DS-SITUACAO
                   ADD 1               TO WS-QTD-FALHOU
                   IF WS-DIA-LIBERADO(WS-IND) EQUAL 'S'
                       MOVE SPACES     TO WS-DS-OBS
                       STRING 'SEM FIM GRAVADO - LIBERADO POR '
                              WS-DIA-OPERADOR(WS-IND)
                                       DELIMITED BY SIZE
                                       INTO WS-DS-OBS
                   ELSE
                       MOVE 'SEM FIM GRAVADO (ABEND OU EM EXECUCAO)'
                                       TO WS-DS-OBS
                   END-IF
               ELSE
                   MOVE 'NAO EXECUTADO' TO WS-DS-SITUACAO
                   ADD 1               TO WS-QTD-NAOEXEC
                   IF WS-DIA-SITUACAO(WS-IND) EQUAL 'B'
                       MOVE 'BLOQUEADO PELOS PASSOS ANTERIORES'
                                       TO WS-DS-OBS
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML18 -    ' WS-CICLO-PASSO(WS-IND)
                      ' ' WS-DS-SITUACAO
                      ' RC ' WS-DIA-RC(WS-IND)
                      ' INICIO ' WS-DIA-DTINI(WS-IND)
                      ' ' WS-DIA-HRINI(WS-IND)
                      ' FIM ' WS-DIA-DTFIM(WS-IND)
                      ' ' WS-DIA-HRFIM(WS-IND)
                      ' EXEC ' WS-DIA-QTEXEC(WS-IND)
                      ' ' WS-DS-OBS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               ADD 1                   TO WS-IND
           END-PERFORM.
      *
      ******************************************************************
       RTIMPRIMEDIA-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *                   ROTINA DE RELATORIO (SYSOUT)                  *
      ******************************************************************
       RTRELATORIO                     SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML18 - LIBERACOES LIDAS.....: ' WS-LIDOS-LIB
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML18 - LIBERACOES APLICADAS.: ' WS-APLICADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML18 - LIBERACOES RECUSADAS.: ' WS-RECUSADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML18 - DATAS DE NEGOCIO.....: ' WS-QTD-DATAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML18 - PASSOS CONCLUIDOS....: ' WS-QTD-CONCLUIDO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML18 - PASSOS COM FALHA.....: ' WS-QTD-FALHOU
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML18 - PASSOS NAO EXECUTADOS: ' WS-QTD-NAOEXEC
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML18 - PASSOS SOBREPOSTOS...: ' WS-QTD-SOBREPOSTO
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
           CLOSE CICLO.
      *
           IF LIBERA-DISPONIVEL
               CLOSE LIBERA
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
      *          ROTINA DE VERIFICACAO DO ARQUIVO CICLOCTL              *
      ******************************************************************
       RTCHKCICLO                      SECTION.
      ******************************************************************
      *
           IF NOT CICLOCTL-OK
               DISPLAY 'GXML18 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML18 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML18 - FILE STATUS....: ' WS-FS-CICLOCTL
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTCHKCICLO-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
