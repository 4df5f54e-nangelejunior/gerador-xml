                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CDMOTICAN-ENT
                  FILE  STATUS IS WS-FS-MOTMEST.
      *
           SELECT MTRAN ASSIGN TO 'MOTTRAN'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-MTR-CHAVE
                  FILE  STATUS IS WS-FS-MOTTRAN.
      *
           SELECT PARM  ASSIGN TO 'SYSIN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-SYSIN.
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
           05  FD-DTFIMVIG-ENT     PIC     9(08).
      *
      ******************************************************************
      *     ATRIBUICAO DE MOTIVOS POR CODIGO DE TRANSACAO              *
      *     (VSAM KSDS - CHAVE CDTRAN + CDMOTICAN)                      *
      ******************************************************************
       FD  MTRAN.
      *
       01  FD-MTR-REG.
           05  FD-MTR-CHAVE.
               10  FD-MTR-CDTRAN   PIC     X(08).
               10  FD-MTR-CDMOTICAN PIC    9(05).
           05  FD-MTR-SITUACAO     PIC     X(01).
           05  FD-MTR-DTULTMOV     PIC     9(08).
           05  FD-MTR-DTINIVIG     PIC     9(08).
           05  FD-MTR-DTFIMVIG     PIC     9(08).
      *
      ******************************************************************
      *            CARTAO DE PARAMETROS - DATASET A VERIFICAR           *
      ******************************************************************
       FD  PARM
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
             05    WS-FS-MOTMEST   PIC     X(02)         VALUE ZEROS.
               88  MOTMEST-OK                            VALUE '00'.
               88  MOTMEST-FIM                            VALUE '10'.
             05    WS-FS-MOTTRAN   PIC     X(02)         VALUE ZEROS.
               88  MOTTRAN-OK                            VALUE '00'.
               88  MOTTRAN-FIM                            VALUE '10'.
               88  MOTTRAN-INEXISTENTE                   VALUE '35'.
             05    WS-FS-SYSIN     PIC     X(02)         VALUE ZEROS.
               88  SYSIN-OK                              VALUE '00'.
             05    WS-FS-SYSPRINT  PIC     X(02)         VALUE ZEROS.
             05    WS-SW-ARQ-DELTA PIC     X(01)         VALUE 'N'.
               88  WS-ARQ-DELTA                          VALUE 'S'.
               88  WS-ARQ-COMPLETO                       VALUE 'N'.
             05    WS-SW-ATRIB     PIC     X(01)         VALUE 'N'.
               88  WS-TRAN-COM-ATRIB                     VALUE 'S'.
               88  WS-TRAN-SEM-ATRIB                     VALUE 'N'.
             05    WS-SW-ATR-VIGENTE PIC   X(01)         VALUE 'N'.
               88  WS-ATR-VIGENTE                        VALUE 'S'.
               88  WS-ATR-NAO-VIGENTE                    VALUE 'N'.
             05    WS-SW-ATR-ACHADO PIC    X(01)         VALUE 'N'.
               88  WS-ATR-ACHADO                         VALUE 'S'.
               88  WS-ATR-NAO-ACHADO                     VALUE 'N'.
      *
      ******************************************************************
      *                 CONTADORES DE ELEMENTOS DO XML                  *
             05    WS-QTD-ASPAS    PIC    S9(03) COMP    VALUE ZEROS.
             05    WS-META-ASPAS   PIC    S9(03) COMP    VALUE ZEROS.
             05    WS-RESTO-ASPAS  PIC    S9(03) COMP    VALUE ZEROS.
             05    WS-QTD-ATR      PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-QTD-ATR-X    PIC     9(05)         VALUE ZEROS.
      *
      ******************************************************************
      *            VALORES EXTRAIDOS DOS ATRIBUTOS DO XML               *
             05    WS-AREA-DESCARTE PIC    X(600)        VALUE SPACES.
             05    WS-AREA-RESTO   PIC     X(600)        VALUE SPACES.
             05    WS-VALOR-ATRIB  PIC     X(80)         VALUE SPACES.
             05    WS-CDTRAN-ARQ   PIC     X(08)         VALUE SPACES.
             05    WS-CODIGO-ATR   PIC     X(05)         VALUE SPACES.
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
                                   'GXML02'.
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
             05    WS-L2-MOT       PIC     X(05).
      *
      ******************************************************************
      *  MOTIVOS ATRIBUIDOS (MOTTRAN) E VIGENTES PARA O CDTRAN DO XML   *
      ******************************************************************
       01          WS-ATR-TAB.
           03      WS-ATR-COD      OCCURS  1000 TIMES
                                   PIC     X(05).
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
               DISPLAY 'GXML02 - ERRO DE I/O NO ARQUIVO XML'
               DISPLAY 'GXML02 - OPERACAO.......: OPEN'
               DISPLAY 'GXML02 - FILE STATUS....: ' WS-FS-ARQX
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO XML - OPERACAO OPEN - '
                      'FILE STATUS ' WS-FS-ARQX
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
               DISPLAY 'GXML02 - ERRO DE I/O NO ARQUIVO MOTMEST'
               DISPLAY 'GXML02 - OPERACAO.......: OPEN'
               DISPLAY 'GXML02 - FILE STATUS....: ' WS-FS-MOTMEST
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO MOTMEST - OPERACAO OPEN '
                      '- FILE STATUS ' WS-FS-MOTMEST
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           ELSE
               READ ARQME
                       IF WS-QTD-MOT GREATER 999
                           DISPLAY 'GXML02 - ERRO: QTDE MOTIVOS DO'
                           DISPLAY 'MOTMEST EXCEDE 1000 ENTRADAS'
                           MOVE 'S'    TO WS-EVT-SEVERIDADE
                           MOVE 'GXM005' TO WS-EVT-CODIGO
                           STRING 'QTDE MOTIVOS DO MOTMEST EXCEDE 1000 '
                                  'ENTRADAS'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                           PERFORM RTEVENTO
                           SET WS-ERRO-ENCONTRADO TO TRUE
                       ELSE
                           ADD 1       TO WS-QTD-MOT
                           DISPLAY 'GXML02 - OPERACAO.......: READ'
                           DISPLAY 'GXML02 - FILE STATUS....: '
                                   WS-FS-MOTMEST
                           MOVE 'S'    TO WS-EVT-SEVERIDADE
                           MOVE 'GXM001' TO WS-EVT-CODIGO
                           STRING 'ERRO DE I/O NO ARQUIVO MOTMEST - '
                                  'OPERACAO READ - FILE STATUS '
                                  WS-FS-MOTMEST
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                           PERFORM RTEVENTO
                           SET WS-ERRO-ENCONTRADO TO TRUE
                       END-IF
                   END-IF
                   DISPLAY 'GXML02 - ERRO DE I/O NO ARQUIVO XML'
                   DISPLAY 'GXML02 - OPERACAO.......: READ'
                   DISPLAY 'GXML02 - FILE STATUS....: ' WS-FS-ARQX
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM001'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO ARQUIVO XML - OPERACAO READ '
                          '- FILE STATUS ' WS-FS-ARQX
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM.
           IF FD-ARQX(1:6) EQUAL '<ROOT '
                   OR FD-ARQX(1:6) EQUAL '<ROOT>'
               ADD 1                   TO WS-QTD-ROOT-AB
               PERFORM RTCOLETATRAN
           ELSE
           IF FD-ARQX(1:4) EQUAL '<C1>'
               PERFORM RTCOLETATRAN
           ELSE
           IF FD-ARQX(1:7) EQUAL '</ROOT>'
               ADD 1                   TO WS-QTD-ROOT-FE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
      ******************************************************************
       RTCONTALINHA-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE COLETA DO CDTRAN DO ARQUIVO (ROOT OU C1)             *
      ******************************************************************
       RTCOLETATRAN                    SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-AREA-RESTO.
           UNSTRING FD-ARQX            DELIMITED BY
                                       'RETORNO DA TRANSACAO '
               INTO WS-AREA-DESCARTE WS-AREA-RESTO
           END-UNSTRING.
      *
           IF WS-AREA-RESTO NOT = SPACES
               MOVE WS-AREA-RESTO(1:8) TO WS-CDTRAN-ARQ
           END-IF.
      *
      ******************************************************************
       RTCOLETATRAN-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE COLETA DO MOTIVO DE UMA LINHA MOTICAN (ATRIBUTO)     *
      ******************************************************************
       RTCOLETAMOT1A                   SECTION.
           IF WS-AREA-RESTO NOT = SPACES AND WS-QTD-M1 GREATER 999
               DISPLAY 'GXML02 - ERRO: QTDE MOTICAN DO ARQUIVO'
               DISPLAY 'EXCEDE LIMITE DE 1000 ENTRADAS DA TABELA'
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM005'           TO WS-EVT-CODIGO
               STRING 'QTDE MOTICAN DO ARQUIVO EXCEDE LIMITE DE 1000 '
                      'ENTRADAS DA TABELA'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           ELSE
           IF WS-AREA-RESTO NOT = SPACES
           ELSE
               DISPLAY 'GXML02 - ERRO: QTDE MOTICAN DO ARQUIVO'
               DISPLAY 'EXCEDE LIMITE DE 1000 ENTRADAS DA TABELA'
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM005'           TO WS-EVT-CODIGO
               STRING 'QTDE MOTICAN DO ARQUIVO EXCEDE LIMITE DE 1000 '
                      'ENTRADAS DA TABELA'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           ELSE
               DISPLAY 'GXML02 - ERRO: QTDE DETTRAN DO ARQUIVO'
               DISPLAY 'EXCEDE LIMITE DE 1000 ENTRADAS DA TABELA'
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM005'           TO WS-EVT-CODIGO
               STRING 'QTDE DETTRAN DO ARQUIVO EXCEDE LIMITE DE 1000 '
                      'ENTRADAS DA TABELA'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           ELSE
               DISPLAY 'GXML02 - ERRO: QTDE DETTRAN DO ARQUIVO'
               DISPLAY 'EXCEDE LIMITE DE 1000 ENTRADAS DA TABELA'
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM005'           TO WS-EVT-CODIGO
               STRING 'QTDE DETTRAN DO ARQUIVO EXCEDE LIMITE DE 1000 '
                      'ENTRADAS DA TABELA'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
                                       DELIMITED BY SIZE
                                       INTO WS-DS-CRITICA
                       PERFORM RTCRITICA
                   ELSE
                       MOVE WS-M1-CODIGO(WS-IND) TO WS-CODIGO-ATR
                       PERFORM RTCHKATRIB
                       IF WS-ATR-NAO-ACHADO
                           MOVE SPACES TO WS-DS-CRITICA
                           STRING 'MOTIVO ' WS-M1-CODIGO(WS-IND)
                                  ' NAO ATRIBUIDO A TRANSACAO '
                                  WS-CDTRAN-ARQ
                                       DELIMITED BY SIZE
                                       INTO WS-DS-CRITICA
                           PERFORM RTCRITICA
                       END-IF
                   END-IF
               END-IF
               ADD 1                   TO WS-IND
                                       INTO WS-DS-CRITICA
                   END-IF
                   PERFORM RTCRITICA
               ELSE
                   IF WS-ARQ-DELTA
                       MOVE WS-L2-MOT(WS-IND) TO WS-CODIGO-ATR
                       PERFORM RTCHKATRIB
                       IF WS-ATR-NAO-ACHADO
                           MOVE SPACES TO WS-DS-CRITICA
                           STRING 'DETALHE ' WS-L2-DET(WS-IND)
                                  ' COM MOTIVO ' WS-L2-MOT(WS-IND)
                                  ' NAO ATRIBUIDO A TRANSACAO'
                                       DELIMITED BY SIZE
                                       INTO WS-DS-CRITICA
                           PERFORM RTCRITICA
                       END-IF
                   END-IF
               END-IF
               ADD 1                   TO WS-IND
           END-PERFORM.
       RTCHKCONTEUDO-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CONSULTA DE UM MOTIVO NOS ATRIBUIDOS AO CDTRAN       *
      *  CDTRAN SEM ATRIBUICAO NO MOTTRAN ACEITA QUALQUER MOTIVO        *
      ******************************************************************
       RTCHKATRIB                      SECTION.
      ******************************************************************
      *
           SET WS-ATR-ACHADO           TO TRUE.
      *
           IF WS-TRAN-COM-ATRIB
               SET WS-ATR-NAO-ACHADO   TO TRUE
               MOVE 1                  TO WS-IND2
               PERFORM UNTIL WS-IND2 GREATER WS-QTD-ATR
                                 OR WS-ATR-ACHADO
                   IF WS-ATR-COD(WS-IND2) EQUAL WS-CODIGO-ATR
                       SET WS-ATR-ACHADO TO TRUE
                   ELSE
                       ADD 1           TO WS-IND2
                   END-IF
               END-PERFORM
           END-IF.
      *
      ******************************************************************
       RTCHKATRIB-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *          ROTINA DE VALIDACAO DA ESTRUTURA CONTADA               *
      ******************************************************************
       RTVALIDAR                       SECTION.
               PERFORM RTCRITICA
           END-IF.
      *
           PERFORM RTCARREGAATRIB.
      *
           IF WS-SEM-ERRO
               PERFORM RTCHKCONTEUDO
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CARGA DOS MOTIVOS ATRIBUIDOS AO CDTRAN DO ARQUIVO    *
      *  SOMENTE AS ATRIBUICOES VIGENTES NA DATA DE REFERENCIA. SEM O   *
      *  MOTTRAN OU SEM ATRIBUICAO PARA O CDTRAN, O CONTEUDO SEGUE      *
      *  CRITICADO APENAS CONTRA O MESTRE (CATALOGO COMPLETO)           *
      ******************************************************************
       RTCARREGAATRIB                  SECTION.
      ******************************************************************
      *
           SET WS-TRAN-SEM-ATRIB       TO TRUE.
           MOVE ZEROS                  TO WS-QTD-ATR.
      *
           IF WS-CDTRAN-ARQ NOT = SPACES
               OPEN INPUT MTRAN
               IF MOTTRAN-INEXISTENTE
                   CONTINUE
               ELSE
               IF NOT MOTTRAN-OK
                   DISPLAY 'GXML02 - ERRO DE I/O NO ARQUIVO MOTTRAN'
                   DISPLAY 'GXML02 - OPERACAO.......: OPEN'
                   DISPLAY 'GXML02 - FILE STATUS....: ' WS-FS-MOTTRAN
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM001'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO ARQUIVO MOTTRAN - OPERACAO '
                          'OPEN - FILE STATUS ' WS-FS-MOTTRAN
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               ELSE
                   PERFORM RTLERATRIB
                   CLOSE MTRAN
               END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCARREGAATRIB-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LEITURA DAS ATRIBUICOES DO CDTRAN NO MOTTRAN         *
      ******************************************************************
       RTLERATRIB                      SECTION.
      ******************************************************************
      *
           MOVE WS-CDTRAN-ARQ          TO FD-MTR-CDTRAN.
           MOVE ZEROS                  TO FD-MTR-CDMOTICAN.
      *
           START MTRAN KEY NOT LESS FD-MTR-CHAVE
               INVALID KEY MOVE '10'   TO WS-FS-MOTTRAN
           END-START.
      *
           IF MOTTRAN-OK
               READ MTRAN NEXT
                   AT END MOVE '10'    TO WS-FS-MOTTRAN
               END-READ
           END-IF.
      *
           PERFORM UNTIL NOT MOTTRAN-OK
                             OR FD-MTR-CDTRAN NOT = WS-CDTRAN-ARQ
                             OR WS-ERRO-ENCONTRADO
               SET WS-TRAN-COM-ATRIB   TO TRUE
               PERFORM RTCHKVIGTRAN
               IF WS-ATR-VIGENTE
                   IF WS-QTD-ATR GREATER 999
                       DISPLAY 'GXML02 - ERRO: QTDE ATRIBUICOES DO'
                       DISPLAY 'MOTTRAN EXCEDE 1000 ENTRADAS'
                       MOVE 'S'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM005'   TO WS-EVT-CODIGO
                       STRING 'QTDE ATRIBUICOES DO MOTTRAN EXCEDE 1000 '
                              'ENTRADAS'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   ELSE
                       ADD 1           TO WS-QTD-ATR
                       MOVE FD-MTR-CDMOTICAN
                                       TO WS-ATR-COD(WS-QTD-ATR)
                   END-IF
               END-IF
               IF WS-SEM-ERRO
                   READ MTRAN NEXT
                       AT END MOVE '10' TO WS-FS-MOTTRAN
                   END-READ
               END-IF
           END-PERFORM.
      *
           IF NOT MOTTRAN-OK AND NOT MOTTRAN-FIM
               DISPLAY 'GXML02 - ERRO DE I/O NO ARQUIVO MOTTRAN'
               DISPLAY 'GXML02 - OPERACAO.......: READ'
               DISPLAY 'GXML02 - FILE STATUS....: ' WS-FS-MOTTRAN
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO MOTTRAN - OPERACAO READ '
                      '- FILE STATUS ' WS-FS-MOTTRAN
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTLERATRIB-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CRITICA DA VIGENCIA DE UMA ATRIBUICAO NA DATA DE     *
      *  REFERENCIA - MESMA REGRA DO MESTRE (RTCHKVIGENCIA)             *
      ******************************************************************
       RTCHKVIGTRAN                    SECTION.
      ******************************************************************
      *
           SET WS-ATR-NAO-VIGENTE      TO TRUE.
      *
           MOVE ZEROS                  TO WS-DTINIVIG-AUX.
           MOVE ZEROS                  TO WS-DTFIMVIG-AUX.
      *
           IF FD-MTR-DTINIVIG NUMERIC
               MOVE FD-MTR-DTINIVIG    TO WS-DTINIVIG-AUX
           END-IF.
      *
           IF FD-MTR-DTFIMVIG NUMERIC
               MOVE FD-MTR-DTFIMVIG    TO WS-DTFIMVIG-AUX
           END-IF.
      *
           IF WS-DTINIVIG-AUX EQUAL ZEROS
                   AND WS-DTFIMVIG-AUX EQUAL ZEROS
               IF FD-MTR-SITUACAO EQUAL 'A'
                   SET WS-ATR-VIGENTE  TO TRUE
               END-IF
           ELSE
               IF (WS-DTINIVIG-AUX EQUAL ZEROS
                       OR WS-DTINIVIG-AUX NOT GREATER WS-DATA-REF)
                   AND (WS-DTFIMVIG-AUX EQUAL ZEROS
                       OR WS-DTFIMVIG-AUX NOT LESS WS-DATA-REF)
                   SET WS-ATR-VIGENTE  TO TRUE
               END-IF
           END-IF.
      *
           IF WS-ATR-VIGENTE
                   AND FD-MTR-SITUACAO EQUAL 'I'
                   AND WS-DTFIMVIG-AUX GREATER ZEROS
                   AND FD-MTR-DTULTMOV NUMERIC
                   AND WS-DTFIMVIG-AUX EQUAL FD-MTR-DTULTMOV
                   AND WS-DTFIMVIG-AUX NOT GREATER WS-DATA-REF
               SET WS-ATR-NAO-VIGENTE  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTCHKVIGTRAN-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *       ROTINA DE REGISTRO DE UMA CRITICA DE ESTRUTURA            *
      ******************************************************************
       RTCRITICA                       SECTION.
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE 'E'                    TO WS-EVT-SEVERIDADE.
           MOVE 'GXM030'               TO WS-EVT-CODIGO.
           MOVE WS-CDTRAN-ARQ          TO WS-EVT-CDTRAN.
           MOVE WS-DS-CRITICA          TO WS-EVT-TEXTO.
           PERFORM RTEVENTO.
      *
      ******************************************************************
       RTCRITICA-EXIT.                 EXIT.
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML02 - TRANSACAO.......: ' WS-CDTRAN-ARQ
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE WS-QTD-ATR             TO WS-QTD-ATR-X.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           IF WS-TRAN-COM-ATRIB
               STRING 'GXML02 - MOTTRAN VIGENTES: ' WS-QTD-ATR-X
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
           ELSE
               STRING 'GXML02 - MOTTRAN.........: SEM ATRIBUICAO - '
                      'CATALOGO COMPLETO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
           END-IF.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE WS-QTD-MOT             TO WS-QTD-MOT-X.
      *
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
       RTFINALIZAR-EXIT.               EXIT.
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
               DISPLAY 'GXML02 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML02 - OPERACAO.......: OPEN'
               DISPLAY 'GXML02 - FILE STATUS....: ' WS-FS-CICLOCTL
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
                   DISPLAY 'GXML02 - CICLO ' WS-DATA-CICLO
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
               DISPLAY 'GXML02 - CICLO ' WS-DATA-CICLO
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
                   DISPLAY 'GXML02 - CICLO ' WS-DATA-CICLO
                           ': PASSO ' FD-CIC-PASSO
                           ' NAO CONCLUIDO - SITUACAO '
                           FD-CIC-SITUACAO ' RC ' FD-CIC-RC
               END-IF
               END-IF
           ELSE
           IF CICLOCTL-NAO-ACHADO
               SET WS-CICLO-BLOQUEADO  TO TRUE
               DISPLAY 'GXML02 - CICLO ' WS-DATA-CICLO
                       ': PASSO ' WS-CICLO-PASSO(WS-CICLO-IND)
                       ' NAO EXECUTADO'
           ELSE
               DISPLAY 'GXML02 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML02 - OPERACAO.......: READ'
               DISPLAY 'GXML02 - FILE STATUS....: ' WS-FS-CICLOCTL
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
               DISPLAY 'GXML02 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML02 - OPERACAO.......: READ'
               DISPLAY 'GXML02 - FILE STATUS....: ' WS-FS-CICLOCTL
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
               DISPLAY 'GXML02 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML02 - OPERACAO.......: WRITE'
               DISPLAY 'GXML02 - FILE STATUS....: ' WS-FS-CICLOCTL
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
                       DISPLAY 'GXML02 - ALERTA: ERRO DE I/O NO '
                               'CICLOCTL - FIM DO PASSO NAO GRAVADO'
                       DISPLAY 'GXML02 - FILE STATUS....: '
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
                   DISPLAY 'GXML02 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML02 - FILE STATUS....: ' WS-FS-EVENTO
               END-IF
           END-IF.
      *
           IF WS-EVENTO-ABERTO
               ACCEPT WS-EVT-DATA      FROM DATE YYYYMMDD
               ACCEPT WS-EVT-HORA8     FROM TIME
               MOVE WS-EVT-DATA        TO FD-EVT-DATA
               MOVE WS-EVT-HORA        TO FD-EVT-HORA
               MOVE 'GXML02'           TO FD-EVT-PROGRAMA
               MOVE WS-EVT-SEVERIDADE  TO FD-EVT-SEVERIDADE
               MOVE WS-EVT-CODIGO      TO FD-EVT-CODIGO
               MOVE WS-EVT-CDTRAN      TO FD-EVT-CDTRAN
               MOVE WS-EVT-CDPARC      TO FD-EVT-CDPARC
               MOVE WS-EVT-NRSEQ       TO FD-EVT-NRSEQ
               MOVE WS-EVT-TEXTO       TO FD-EVT-TEXTO
               WRITE FD-EVT-REG
               IF NOT EVENTO-OK
                   SET WS-EVENTO-INDISPONIVEL TO TRUE
                   DISPLAY 'GXML02 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML02 - FILE STATUS....: ' WS-FS-EVENTO
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
