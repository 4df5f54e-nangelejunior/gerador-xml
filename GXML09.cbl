      *         *#      # SITUACAO, ULTIMA MOVIMENTACAO E DETALHES    *
      *         *#      # VINCULADOS, SECOES DE DETALHES ORFAOS E DE  *
      *         *#      # DETALHES DE MOTIVOS INATIVOS E TOTAIS GERAIS*
      *         *#      # INCLUI O CATALOGO POR TRANSACAO (MOTTRAN)   *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J ANGELE JUNIOR                 *
      *         *******************************************************
           SELECT ARQDET ASSIGN TO 'DETTRAN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-DETTRAN.
      *
           SELECT MTRAN ASSIGN TO 'MOTTRAN'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-MTR-CHAVE
                  FILE  STATUS IS WS-FS-MOTTRAN.
      *
           SELECT EVENTO ASSIGN TO 'EVTGXML'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-EVENTO.
      *
           SELECT RELAT ASSIGN TO 'SYSPRINT'
                  ORGANIZATION IS LINE SEQUENTIAL
           05  FD-CDMOTIDET-ENT    PIC     9(05).
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
      *            RELATORIO DO CATALOGO (SYSOUT) DA EXECUCAO           *
      ******************************************************************
       FD  RELAT
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
             05    WS-FS-DETTRAN   PIC     X(02)         VALUE ZEROS.
               88  DETTRAN-OK                            VALUE '00'.
               88  DETTRAN-FIM                            VALUE '10'.
             05    WS-FS-MOTTRAN   PIC     X(02)         VALUE ZEROS.
               88  MOTTRAN-OK                            VALUE '00'.
               88  MOTTRAN-FIM                            VALUE '10'.
               88  MOTTRAN-INEXISTENTE                   VALUE '35'.
             05    WS-FS-SYSPRINT  PIC     X(02)         VALUE ZEROS.
             05    WS-DATA-REF     PIC     9(08)         VALUE ZEROS.
             05    WS-DTINIVIG-AUX PIC     9(08)         VALUE ZEROS.
             05    WS-DTFIMVIG-AUX PIC     9(08)         VALUE ZEROS.
             05    WS-CDTRAN-ANT   PIC     X(08)         VALUE SPACES.
             05    WS-ENVIADO      PIC     X(01)         VALUE SPACES.
      *
      ******************************************************************
      *                            SWITCHES                             *
             05    WS-SW-MOT-ACHADO PIC    X(01)         VALUE 'N'.
               88  WS-MOT-ACHADO                         VALUE 'S'.
               88  WS-MOT-NAO-ACHADO                     VALUE 'N'.
             05    WS-SW-MOTTRAN   PIC     X(01)         VALUE 'N'.
               88  MOTTRAN-DISPONIVEL                    VALUE 'S'.
               88  MOTTRAN-AUSENTE                       VALUE 'N'.
             05    WS-SW-ATR-VIGENTE PIC   X(01)         VALUE 'N'.
               88  WS-ATR-VIGENTE                        VALUE 'S'.
               88  WS-ATR-NAO-VIGENTE                    VALUE 'N'.
      *
      ******************************************************************
      *                          ACUMULADORES                          *
             05    WS-TOT-DETALHES PIC     9(05)         VALUE ZEROS.
             05    WS-TOT-ORFAOS   PIC     9(05)         VALUE ZEROS.
             05    WS-TOT-DET-INAT PIC     9(05)         VALUE ZEROS.
             05    WS-TOT-TRANS    PIC     9(05)         VALUE ZEROS.
             05    WS-TOT-ATRIB    PIC     9(05)         VALUE ZEROS.
             05    WS-TOT-ATR-ENV  PIC     9(05)         VALUE ZEROS.
             05    WS-TOT-ATR-SEM  PIC     9(05)         VALUE ZEROS.
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
           IF WS-SEM-ERRO
               PERFORM RTCATALOGO
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTTRANSACOES
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTORFAOS
               DISPLAY 'GXML09 - ERRO DE I/O NO ARQUIVO MOTMEST'
               DISPLAY 'GXML09 - OPERACAO.......: OPEN'
               DISPLAY 'GXML09 - FILE STATUS....: ' WS-FS-MOTMEST
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO MOTMEST - OPERACAO OPEN '
                      '- FILE STATUS ' WS-FS-MOTMEST
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
               DISPLAY 'GXML09 - ERRO DE I/O NO ARQUIVO DETTRAN'
               DISPLAY 'GXML09 - OPERACAO.......: OPEN'
               DISPLAY 'GXML09 - FILE STATUS....: ' WS-FS-DETTRAN
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO DETTRAN - OPERACAO OPEN '
                      '- FILE STATUS ' WS-FS-DETTRAN
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           ACCEPT WS-DATA-REF          FROM DATE YYYYMMDD.
      *
           OPEN INPUT  MTRAN.
      *
           IF MOTTRAN-OK
               SET MOTTRAN-DISPONIVEL  TO TRUE
           ELSE
           IF NOT MOTTRAN-INEXISTENTE
               DISPLAY 'GXML09 - ERRO DE I/O NO ARQUIVO MOTTRAN'
               DISPLAY 'GXML09 - OPERACAO.......: OPEN'
               DISPLAY 'GXML09 - FILE STATUS....: ' WS-FS-MOTTRAN
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO MOTTRAN - OPERACAO OPEN '
                      '- FILE STATUS ' WS-FS-MOTTRAN
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF
           END-IF.
      *
      ******************************************************************
               IF WS-QTD-MOT GREATER 999
                   DISPLAY 'GXML09 - ERRO: QTDE MOTIVOS DO MOTMEST'
                   DISPLAY 'EXCEDE LIMITE DE 1000 ENTRADAS DA TABELA'
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM005'       TO WS-EVT-CODIGO
                   STRING 'QTDE MOTIVOS DO MOTMEST EXCEDE LIMITE DE '
                          '1000 ENTRADAS DA TABELA'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               ELSE
                   ADD 1               TO WS-QTD-MOT
                       DISPLAY 'GXML09 - OPERACAO.......: READ'
                       DISPLAY 'GXML09 - FILE STATUS....: '
                               WS-FS-MOTMEST
                       MOVE 'S'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM001'   TO WS-EVT-CODIGO
                       STRING 'ERRO DE I/O NO ARQUIVO MOTMEST - '
                              'OPERACAO READ - FILE STATUS '
                              WS-FS-MOTMEST
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   END-IF
               END-IF
               IF WS-QTD-DET GREATER 999
                   DISPLAY 'GXML09 - ERRO: QTDE DETALHES DO DETTRAN'
                   DISPLAY 'EXCEDE LIMITE DE 1000 ENTRADAS DA TABELA'
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM005'       TO WS-EVT-CODIGO
                   STRING 'QTDE DETALHES DO DETTRAN EXCEDE LIMITE DE '
                          '1000 ENTRADAS DA TABELA'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               ELSE
                   ADD 1               TO WS-QTD-DET
                       DISPLAY 'GXML09 - OPERACAO.......: READ'
                       DISPLAY 'GXML09 - FILE STATUS....: '
                               WS-FS-DETTRAN
                       MOVE 'S'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM001'   TO WS-EVT-CODIGO
                       STRING 'ERRO DE I/O NO ARQUIVO DETTRAN - '
                              'OPERACAO READ - FILE STATUS '
                              WS-FS-DETTRAN
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   END-IF
               END-IF
       RTIMPRIMEMOT-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DO CATALOGO POR TRANSACAO - MOTIVOS ATRIBUIDOS A CADA  *
      *   CDTRAN NO MOTTRAN, COM A VIGENCIA DA ATRIBUICAO NA DATA DO    *
      *   DIA E A INDICACAO SE O MOTIVO SEGUE NO XML DO CDTRAN (ENVIADO *
      *   = ATRIBUICAO VIGENTE E MOTIVO ATIVO NO MESTRE)                *
      ******************************************************************
       RTTRANSACOES                    SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML09 - CATALOGO POR TRANSACAO (MOTTRAN) - '
                  'REFERENCIA ' WS-DATA-REF
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           IF MOTTRAN-AUSENTE
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML09 -    ARQUIVO MOTTRAN INEXISTENTE - '
                      'CATALOGO COMPLETO EM TODAS AS TRANSACOES'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
               READ MTRAN
                   AT END MOVE '10'    TO WS-FS-MOTTRAN
               END-READ
               PERFORM UNTIL NOT MOTTRAN-OK OR WS-ERRO-ENCONTRADO
                   PERFORM RTIMPRIMEATRIB
                   READ MTRAN
                       AT END MOVE '10' TO WS-FS-MOTTRAN
                   END-READ
               END-PERFORM
               IF NOT MOTTRAN-FIM
                   DISPLAY 'GXML09 - ERRO DE I/O NO ARQUIVO MOTTRAN'
                   DISPLAY 'GXML09 - OPERACAO.......: READ'
                   DISPLAY 'GXML09 - FILE STATUS....: ' WS-FS-MOTTRAN
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM001'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO ARQUIVO MOTTRAN - OPERACAO '
                          'READ - FILE STATUS ' WS-FS-MOTTRAN
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
               IF WS-TOT-ATRIB EQUAL ZEROS
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING 'GXML09 -    NENHUMA ATRIBUICAO NO MOTTRAN '
                          '- CATALOGO COMPLETO EM TODAS AS TRANSACOES'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTTRANSACOES-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE IMPRESSAO DE UMA ATRIBUICAO CDTRAN X MOTIVO         *
      ******************************************************************
       RTIMPRIMEATRIB                  SECTION.
      ******************************************************************
      *
           IF FD-MTR-CDTRAN NOT = WS-CDTRAN-ANT
               ADD 1                   TO WS-TOT-TRANS
               MOVE FD-MTR-CDTRAN      TO WS-CDTRAN-ANT
               MOVE SPACES             TO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML09 - TRANSACAO ' FD-MTR-CDTRAN
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF.
      *
           ADD 1                       TO WS-TOT-ATRIB.
      *
           SET WS-MOT-NAO-ACHADO       TO TRUE.
           MOVE 1                      TO WS-IND.
      *
           PERFORM UNTIL WS-IND GREATER WS-QTD-MOT
                             OR WS-MOT-ACHADO
               IF WS-MOT-CODIGO(WS-IND) EQUAL FD-MTR-CDMOTICAN
                   SET WS-MOT-ACHADO   TO TRUE
               ELSE
                   ADD 1               TO WS-IND
               END-IF
           END-PERFORM.
      *
           MOVE ZEROS                  TO WS-QTDE-MOT-DET.
           MOVE 1                      TO WS-IND2.
      *
           PERFORM UNTIL WS-IND2 GREATER WS-QTD-DET
               IF WS-DET-MOTIVO(WS-IND2) EQUAL FD-MTR-CDMOTICAN
                   ADD 1               TO WS-QTDE-MOT-DET
               END-IF
               ADD 1                   TO WS-IND2
           END-PERFORM.
      *
           PERFORM RTCHKVIGTRAN.
      *
           MOVE 'N'                    TO WS-ENVIADO.
      *
           IF WS-ATR-VIGENTE AND WS-MOT-ACHADO
               IF WS-MOT-SIT(WS-IND) EQUAL 'A'
                   MOVE 'S'            TO WS-ENVIADO
                   ADD 1               TO WS-TOT-ATR-ENV
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           IF WS-MOT-ACHADO
               STRING 'GXML09 -    MOTIVO ' FD-MTR-CDMOTICAN
                      ' SIT ' FD-MTR-SITUACAO
                      ' VIG ' FD-MTR-DTINIVIG ' A ' FD-MTR-DTFIMVIG
                      ' DET ' WS-QTDE-MOT-DET
                      ' ENVIADO ' WS-ENVIADO
                      ' ' WS-MOT-DESC(WS-IND)(1:40)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
           ELSE
               ADD 1                   TO WS-TOT-ATR-SEM
               STRING 'GXML09 -    MOTIVO ' FD-MTR-CDMOTICAN
                      ' SIT ' FD-MTR-SITUACAO
                      ' VIG ' FD-MTR-DTINIVIG ' A ' FD-MTR-DTFIMVIG
                      ' DET ' WS-QTDE-MOT-DET
                      ' ENVIADO ' WS-ENVIADO
                      ' INEXISTENTE NO MOTMEST'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
           END-IF.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTIMPRIMEATRIB-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CRITICA DA VIGENCIA DE UMA ATRIBUICAO NA DATA DO DIA *
      *  MESMA REGRA DA GERACAO (GXML01): SEM DATAS VALE A SITUACAO 'A';*
      *  COM DATAS, A JANELA INICIO/FIM, COM FIM EXCLUSIVO NA           *
      *  DESATIVACAO SEM DATA                                           *
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
      *   ROTINA DA SECAO DE DETALHES ORFAOS (MOTIVO SEM MESTRE)        *
      ******************************************************************
       RTORFAOS                        SECTION.
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML09 - TRANSACOES NO MOTTRAN.: ' WS-TOT-TRANS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML09 - ATRIBUICOES...........: ' WS-TOT-ATRIB
                  '  ENVIADAS: ' WS-TOT-ATR-ENV
                  '  SEM MESTRE: ' WS-TOT-ATR-SEM
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTTOTAIS-EXIT.                  EXIT.
           CLOSE ARQME.
      *
           CLOSE ARQDET.
      *
           IF MOTTRAN-DISPONIVEL
               CLOSE MTRAN
           END-IF.
      *
           CLOSE RELAT.
      *
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
                   DISPLAY 'GXML09 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML09 - FILE STATUS....: ' WS-FS-EVENTO
               END-IF
           END-IF.
      *
           IF WS-EVENTO-ABERTO
               ACCEPT WS-EVT-DATA      FROM DATE YYYYMMDD
               ACCEPT WS-EVT-HORA8     FROM TIME
               MOVE WS-EVT-DATA        TO FD-EVT-DATA
               MOVE WS-EVT-HORA        TO FD-EVT-HORA
               MOVE 'GXML09'           TO FD-EVT-PROGRAMA
               MOVE WS-EVT-SEVERIDADE  TO FD-EVT-SEVERIDADE
               MOVE WS-EVT-CODIGO      TO FD-EVT-CODIGO
               MOVE WS-EVT-CDTRAN      TO FD-EVT-CDTRAN
               MOVE WS-EVT-CDPARC      TO FD-EVT-CDPARC
               MOVE WS-EVT-NRSEQ       TO FD-EVT-NRSEQ
               MOVE WS-EVT-TEXTO       TO FD-EVT-TEXTO
               WRITE FD-EVT-REG
               IF NOT EVENTO-OK
                   SET WS-EVENTO-INDISPONIVEL TO TRUE
                   DISPLAY 'GXML09 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML09 - FILE STATUS....: ' WS-FS-EVENTO
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
