      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. GXML16.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# GXML16                                       *
      *         *******************************************************
      *         *#FUNC:# RELATORIO MENSAL DE USO DOS MOTIVOS A PARTIR *
      *         *#      # DA ESTATISTICA ACUMULADA PELO GXML01        *
      *         *#      # (ESTMOT): TENDENCIA DE 12 MESES POR MOTIVO, *
      *         *#      # LISTA DOS MOTIVOS ATIVOS SEM DETALHES HA N  *
      *         *#      # MESES E, SE O CARTAO PEDIR, PROPOSTA DE 'D' *
      *         *#      # NO FORMATO MOVMOT PARA REVISAO              *
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
           SELECT ARQME ASSIGN TO 'MOTMEST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CDMOTICAN-ENT
                  FILE  STATUS IS WS-FS-MOTMEST.
      *
           SELECT ESTAT ASSIGN TO 'ESTMOT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-EST-CHAVE
                  FILE  STATUS IS WS-FS-ESTMOT.
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
      *        ARQUIVO DE ENTRADA - MESTRE DE MOTIVOS (VSAM KSDS)       *
      ******************************************************************
       FD  ARQME.
      *
       01  FD-ARQME.
           05  FD-CDMOTICAN-ENT    PIC     9(05).
           05  FD-DSMOTICAN-ENT    PIC     X(60).
           05  FD-SITMOTICAN-ENT   PIC     X(01).
           05  FD-DTULTMOV-ENT     PIC     9(08).
           05  FD-DTINIVIG-ENT     PIC     9(08).
           05  FD-DTFIMVIG-ENT     PIC     9(08).
      *
      ******************************************************************
      *     ESTATISTICA ACUMULADA DE USO DOS MOTIVOS - QTDE DE DETALHES *
      *     DO DETTRAN VINCULADOS A CADA MOTIVO ENVIADO NA LISTA1       *
      *     (VSAM KSDS - CHAVE CDTRAN + CDMOTICAN + DATA DE NEGOCIO)    *
      ******************************************************************
       FD  ESTAT.
      *
       01  FD-EST-REG.
           05  FD-EST-CHAVE.
             10  FD-EST-CDTRAN     PIC     X(08).
             10  FD-EST-CDMOTICAN  PIC     9(05).
             10  FD-EST-DATA       PIC     9(08).
           05  FD-EST-QTDDET       PIC     9(05).
           05  FD-EST-DTGRAV       PIC     9(08).
           05  FD-EST-HRGRAV       PIC     9(06).
      *
      ******************************************************************
      *   ARQUIVO DE SAIDA - MOVIMENTOS PROPOSTOS NO FORMATO DO GXML03  *
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
           05  MOV-CDMOTICAN       PIC     X(05).
           05  MOV-DSMOTICAN       PIC     X(60).
           05  MOV-DTINIVIG        PIC     X(08).
           05  MOV-DTFIMVIG        PIC     X(08).
           05  MOV-CDMOTSUB        PIC     X(05).
      *
      ******************************************************************
      *   CARTAO DE PARAMETROS - MES DE REFERENCIA (AAAAMM), QTDE DE    *
      *   MESES SEM USO (NN) E PERMISSAO PARA PROPOR DESATIVACOES       *
      ******************************************************************
       FD  PARM
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-PARM.
           05  FD-PARM-ANOMES      PIC     X(06).
           05  FD-PARM-MESES       PIC     X(02).
           05  FD-PARM-DESATIVA    PIC     X(01).
      *
      ******************************************************************
      *            RELATORIO DE USO DOS MOTIVOS (SYSOUT)                *
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
             05    WS-FS-MOTMEST   PIC     X(02)         VALUE ZEROS.
               88  MOTMEST-OK                            VALUE '00'.
               88  MOTMEST-FIM                            VALUE '10'.
             05    WS-FS-ESTMOT    PIC     X(02)         VALUE ZEROS.
               88  ESTMOT-OK                             VALUE '00'.
               88  ESTMOT-FIM                             VALUE '10'.
               88  ESTMOT-INEXISTENTE                     VALUE '35'.
             05    WS-FS-MOVMOT    PIC     X(02)         VALUE ZEROS.
               88  MOVMOT-OK                             VALUE '00'.
             05    WS-FS-SYSIN     PIC     X(02)         VALUE ZEROS.
               88  SYSIN-OK                              VALUE '00'.
             05    WS-FS-SYSPRINT  PIC     X(02)         VALUE ZEROS.
      *
      ******************************************************************
      *                   PARAMETROS DE EXECUCAO (SYSIN)                *
      ******************************************************************
           03      WS-PARAMETROS.
             05    FILLER          PIC     X(12)         VALUE
                                   'PARAMETROS'.
             05    WS-ANOMES-REF   PIC     9(06)         VALUE ZEROS.
             05    WS-ANOMES-REF-R REDEFINES             WS-ANOMES-REF.
               07  WS-ANO-REF      PIC     9(04).
               07  WS-MES-REF      PIC     9(02).
             05    WS-QTD-MESES    PIC     9(02)         VALUE 06.
             05    WS-DESATIVA     PIC     X(01)         VALUE 'N'.
               88  WS-PERMITE-DESATIVAR                  VALUE 'S'.
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
             05    WS-SW-MOT-ACHADO PIC    X(01)         VALUE 'N'.
               88  WS-MOT-ACHADO                         VALUE 'S'.
               88  WS-MOT-NAO-ACHADO                     VALUE 'N'.
             05    WS-SW-PERIODO   PIC     X(01)         VALUE 'S'.
               88  WS-PERIODO-COMPLETO                   VALUE 'S'.
               88  WS-PERIODO-INCOMPLETO                 VALUE 'N'.
      *
      ******************************************************************
      *                     VERIFICACAO DE STATUS                      *
      ******************************************************************
           03      WS-STATUS-CHECK.
             05    FILLER          PIC     X(12)         VALUE
                                   'STATUSCHECK'.
             05    WS-OPER-ATUAL   PIC     X(05)         VALUE SPACES.
             05    WS-ARQ-ATUAL    PIC     X(08)         VALUE SPACES.
             05    WS-FS-ATUAL     PIC     X(02)         VALUE ZEROS.
      *
      ******************************************************************
      *                          ACUMULADORES                          *
      ******************************************************************
           03      WS-ACUMULADORES.
             05    FILLER          PIC     X(12)         VALUE
                                   'ACUMULADORES'.
             05    WS-IND          PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-IND2         PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-IND-MES      PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-IND-INI      PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-DIF-MESES    PIC    S9(07) COMP    VALUE ZEROS.
             05    WS-QTD-MOT      PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-LIDOS-MOT    PIC     9(05)         VALUE ZEROS.
             05    WS-LIDOS-EST    PIC     9(07)         VALUE ZEROS.
             05    WS-EST-NO-PERIODO PIC   9(07)         VALUE ZEROS.
             05    WS-EST-SEM-MESTRE PIC   9(05)         VALUE ZEROS.
             05    WS-QTD-SEM-USO  PIC     9(05)         VALUE ZEROS.
             05    WS-PROP-DESAT   PIC     9(05)         VALUE ZEROS.
             05    WS-SOMA-JANELA  PIC     9(07)         VALUE ZEROS.
             05    WS-QTD-EXIBE    PIC     9(06)         VALUE ZEROS.
      *
      ******************************************************************
      *                 DATA E HORA DA EXECUCAO                         *
      ******************************************************************
           03      WS-DATAS.
             05    FILLER          PIC     X(12)         VALUE
                                   'DATAS'.
             05    WS-DATA-EXEC    PIC     9(08)         VALUE ZEROS.
             05    WS-DATA-EXEC-R  REDEFINES             WS-DATA-EXEC.
               07  WS-ANO-EXEC     PIC     9(04).
               07  WS-MES-EXEC     PIC     9(02).
               07  WS-DIA-EXEC     PIC     9(02).
             05    WS-DATA-AUX     PIC     9(08)         VALUE ZEROS.
             05    WS-DATA-AUX-R   REDEFINES             WS-DATA-AUX.
               07  WS-ANO-AUX      PIC     9(04).
               07  WS-MES-AUX      PIC     9(02).
               07  WS-DIA-AUX      PIC     9(02).
             05    WS-ANOMES-AUX   PIC     9(06)         VALUE ZEROS.
             05    WS-ANOMES-AUX-R REDEFINES             WS-ANOMES-AUX.
               07  WS-ANO-CALC     PIC     9(04).
               07  WS-MES-CALC     PIC     9(02).
             05    WS-ULTUSO-EXIBE PIC     X(08)         VALUE SPACES.
      *
      ******************************************************************
      *                    RELATORIO DE CONTROLE (SYSOUT)               *
      ******************************************************************
           03      WS-RELATORIO.
             05    FILLER          PIC     X(12)         VALUE
                                   'RELATORIO'.
             05    WS-LINHA-RELAT  PIC     X(132)        VALUE SPACES.
             05    WS-LINHA-PTR    PIC    S9(05) COMP    VALUE ZEROS.
      *
      ******************************************************************
      *     MESES DA TENDENCIA - O MES 12 E O MES DE REFERENCIA         *
      ******************************************************************
       01          WS-MES-TAB.
           03      WS-MES-ENT      OCCURS  12 TIMES.
             05    WS-MES-ANOMES   PIC     9(06).
             05    WS-MES-COLETA   PIC     X(01).
               88  WS-MES-COM-COLETA                     VALUE 'S'.
               88  WS-MES-SEM-COLETA                     VALUE 'N'.
      *
      ******************************************************************
      *     TABELA DO MESTRE DE MOTIVOS COM A QTDE DE DETALHES POR MES  *
      ******************************************************************
       01          WS-MOT-TAB.
           03      WS-MOT-ENT      OCCURS  1000 TIMES.
             05    WS-MOT-CODIGO   PIC     9(05).
             05    WS-MOT-DESC     PIC     X(60).
             05    WS-MOT-SIT      PIC     X(01).
             05    WS-MOT-ULTUSO   PIC     9(08).
             05    WS-MOT-QTD      OCCURS  12 TIMES
                                   PIC     9(07).
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
               PERFORM RTCARREGAMOT
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTLERESTAT
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTTENDENCIA
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTSEMUSO
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
      *  SEM MES NO CARTAO, A REFERENCIA E O MES ANTERIOR AO DA         *
      *  EXECUCAO (O MES QUE ACABOU DE FECHAR)                          *
      ******************************************************************
       RTINICIAR                       SECTION.
      ******************************************************************
      *
           ACCEPT WS-DATA-EXEC         FROM DATE YYYYMMDD.
      *
           MOVE WS-ANO-EXEC            TO WS-ANO-REF.
           MOVE WS-MES-EXEC            TO WS-MES-REF.
      *
           IF WS-MES-REF EQUAL 01
               MOVE 12                 TO WS-MES-REF
               SUBTRACT 1              FROM WS-ANO-REF
           ELSE
               SUBTRACT 1              FROM WS-MES-REF
           END-IF.
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
               IF FD-PARM-ANOMES NOT = SPACES
                   IF FD-PARM-ANOMES NUMERIC
                       MOVE FD-PARM-ANOMES TO WS-ANOMES-REF
                   ELSE
                       MOVE ZEROS      TO WS-ANOMES-REF
                   END-IF
               END-IF
               IF FD-PARM-MESES NOT = SPACES
                   IF FD-PARM-MESES NUMERIC
                       MOVE FD-PARM-MESES TO WS-QTD-MESES
                   ELSE
                       MOVE ZEROS      TO WS-QTD-MESES
                   END-IF
               END-IF
               IF FD-PARM-DESATIVA EQUAL 'S'
                   MOVE 'S'            TO WS-DESATIVA
               END-IF
           END-IF.
      *
           CLOSE PARM.
      *
           IF WS-MES-REF LESS 01 OR WS-MES-REF GREATER 12
                   OR WS-ANO-REF EQUAL ZEROS
               DISPLAY 'GXML16 - ERRO: MES DE REFERENCIA INVALIDO NO '
                       'CARTAO (AAAAMM): ' FD-PARM-ANOMES
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           IF WS-QTD-MESES LESS 01 OR WS-QTD-MESES GREATER 12
               DISPLAY 'GXML16 - ERRO: QTDE DE MESES SEM USO INVALIDA '
                       'NO CARTAO (01 A 12): ' FD-PARM-MESES
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTMONTAMESES
           END-IF.
      *
           OPEN INPUT  ARQME.
      *
           MOVE 'OPEN'                 TO WS-OPER-ATUAL.
           MOVE 'MOTMEST'              TO WS-ARQ-ATUAL.
           MOVE WS-FS-MOTMEST          TO WS-FS-ATUAL.
           PERFORM RTCHKSTATUS.
      *
           OPEN INPUT  ESTAT.
      *
           IF NOT ESTMOT-OK
               MOVE 'ESTMOT'           TO WS-ARQ-ATUAL
               MOVE WS-FS-ESTMOT       TO WS-FS-ATUAL
               PERFORM RTCHKSTATUS
           END-IF.
      *
      *--------------------------------------------------------------*
      *  O MOVMOT SO E ABERTO (E ESVAZIADO) QUANDO O CARTAO PERMITE  *
      *  PROPOR DESATIVACOES - SEM 'S', O MOVMOT FICA COMO ESTA      *
      *--------------------------------------------------------------*
           IF WS-PERMITE-DESATIVAR
               OPEN OUTPUT MOVTO
               MOVE 'MOVMOT'           TO WS-ARQ-ATUAL
               MOVE WS-FS-MOVMOT       TO WS-FS-ATUAL
               PERFORM RTCHKSTATUS
           END-IF.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE MONTAGEM DOS 12 MESES DA TENDENCIA, DO MES DE        *
      *  REFERENCIA (POSICAO 12) PARA TRAS                              *
      ******************************************************************
       RTMONTAMESES                    SECTION.
      ******************************************************************
      *
           MOVE WS-ANOMES-REF          TO WS-ANOMES-AUX.
           MOVE 12                     TO WS-IND-MES.
      *
           PERFORM UNTIL WS-IND-MES LESS 1
               MOVE WS-ANOMES-AUX      TO WS-MES-ANOMES(WS-IND-MES)
               MOVE 'N'                TO WS-MES-COLETA(WS-IND-MES)
               IF WS-MES-CALC EQUAL 01
                   MOVE 12             TO WS-MES-CALC
                   SUBTRACT 1          FROM WS-ANO-CALC
               ELSE
                   SUBTRACT 1          FROM WS-MES-CALC
               END-IF
               SUBTRACT 1              FROM WS-IND-MES
           END-PERFORM.
      *
           COMPUTE WS-IND-INI = 13 - WS-QTD-MESES.
      *
      ******************************************************************
       RTMONTAMESES-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *      ROTINA DE CARGA DO MESTRE DE MOTIVOS NA TABELA             *
      ******************************************************************
       RTCARREGAMOT                    SECTION.
      ******************************************************************
      *
           READ ARQME
               AT END MOVE '10'        TO WS-FS-MOTMEST
           END-READ.
      *
           PERFORM UNTIL MOTMEST-FIM OR WS-ERRO-ENCONTRADO
               IF WS-QTD-MOT GREATER 999
                   DISPLAY 'GXML16 - ERRO: QTDE MOTIVOS DO MOTMEST'
                   DISPLAY 'EXCEDE LIMITE DE 1000 ENTRADAS DA TABELA'
                   SET WS-ERRO-ENCONTRADO TO TRUE
               ELSE
                   ADD 1               TO WS-QTD-MOT
                   MOVE FD-CDMOTICAN-ENT
                                       TO WS-MOT-CODIGO(WS-QTD-MOT)
                   MOVE FD-DSMOTICAN-ENT
                                       TO WS-MOT-DESC(WS-QTD-MOT)
                   MOVE FD-SITMOTICAN-ENT
                                       TO WS-MOT-SIT(WS-QTD-MOT)
                   MOVE ZEROS          TO WS-MOT-ULTUSO(WS-QTD-MOT)
                   MOVE 1              TO WS-IND-MES
                   PERFORM UNTIL WS-IND-MES GREATER 12
                       MOVE ZEROS      TO WS-MOT-QTD(WS-QTD-MOT
                                                     WS-IND-MES)
                       ADD 1           TO WS-IND-MES
                   END-PERFORM
                   ADD 1               TO WS-LIDOS-MOT
                   READ ARQME
                       AT END MOVE '10' TO WS-FS-MOTMEST
                   END-READ
                   IF NOT MOTMEST-OK AND NOT MOTMEST-FIM
                       MOVE 'READ'     TO WS-OPER-ATUAL
                       MOVE 'MOTMEST'  TO WS-ARQ-ATUAL
                       MOVE WS-FS-MOTMEST TO WS-FS-ATUAL
                       PERFORM RTCHKSTATUS
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTCARREGAMOT-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LEITURA DA ESTATISTICA (ESTMOT) - SOMA A QTDE DE     *
      *  DETALHES DE CADA MOTIVO (TODOS OS CDTRAN) NO SEU MES E        *
      *  E GUARDA A ULTIMA DATA EM QUE O MOTIVO TEVE DETALHE            *
      ******************************************************************
       RTLERESTAT                      SECTION.
      ******************************************************************
      *
           READ ESTAT
               AT END MOVE '10'        TO WS-FS-ESTMOT
           END-READ.
      *
           PERFORM UNTIL ESTMOT-FIM OR WS-ERRO-ENCONTRADO
               ADD 1                   TO WS-LIDOS-EST
               PERFORM RTACUMULAR
               READ ESTAT
                   AT END MOVE '10'    TO WS-FS-ESTMOT
               END-READ
               IF NOT ESTMOT-OK AND NOT ESTMOT-FIM
                   MOVE 'READ'         TO WS-OPER-ATUAL
                   MOVE 'ESTMOT'       TO WS-ARQ-ATUAL
                   MOVE WS-FS-ESTMOT   TO WS-FS-ATUAL
                   PERFORM RTCHKSTATUS
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTLERESTAT-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE ACUMULO DE UM REGISTRO DA ESTATISTICA                *
      ******************************************************************
       RTACUMULAR                      SECTION.
      ******************************************************************
      *
           SET WS-MOT-NAO-ACHADO       TO TRUE.
           MOVE 1                      TO WS-IND.
      *
           PERFORM UNTIL WS-IND GREATER WS-QTD-MOT
                             OR WS-MOT-ACHADO
               IF WS-MOT-CODIGO(WS-IND) EQUAL FD-EST-CDMOTICAN
                   SET WS-MOT-ACHADO   TO TRUE
               ELSE
                   ADD 1               TO WS-IND
               END-IF
           END-PERFORM.
      *
           MOVE FD-EST-DATA            TO WS-DATA-AUX.
      *
           COMPUTE WS-DIF-MESES = (WS-ANO-REF * 12 + WS-MES-REF)
                                - (WS-ANO-AUX * 12 + WS-MES-AUX).
      *
           IF WS-DIF-MESES NOT LESS ZEROS
                   AND WS-DIF-MESES LESS 12
               COMPUTE WS-IND-MES = 12 - WS-DIF-MESES
               MOVE 'S'                TO WS-MES-COLETA(WS-IND-MES)
               ADD 1                   TO WS-EST-NO-PERIODO
           ELSE
               MOVE ZEROS              TO WS-IND-MES
           END-IF.
      *
           IF WS-MOT-NAO-ACHADO
               ADD 1                   TO WS-EST-SEM-MESTRE
           ELSE
               IF WS-IND-MES GREATER ZEROS
                   ADD FD-EST-QTDDET   TO WS-MOT-QTD(WS-IND WS-IND-MES)
               END-IF
               IF FD-EST-QTDDET GREATER ZEROS
                       AND FD-EST-DATA GREATER WS-MOT-ULTUSO(WS-IND)
                       AND WS-DIF-MESES NOT LESS ZEROS
                   MOVE FD-EST-DATA    TO WS-MOT-ULTUSO(WS-IND)
               END-IF
           END-IF.
      *
      ******************************************************************
       RTACUMULAR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE IMPRESSAO DA TENDENCIA DE 12 MESES POR MOTIVO        *
      *  (QTDE DE DETALHES VINCULADOS, SOMADA EM TODOS OS CDTRAN)       *
      ******************************************************************
       RTTENDENCIA                     SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML16 - TENDENCIA DE USO DOS MOTIVOS - QTDE DE '
                  'DETALHES POR MES - REFERENCIA ' WS-ANOMES-REF
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           MOVE 1                      TO WS-LINHA-PTR.
           STRING 'GXML16 - MOTIV DESCRICAO            S'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                                       WITH POINTER WS-LINHA-PTR.
           MOVE 1                      TO WS-IND-MES.
           PERFORM UNTIL WS-IND-MES GREATER 12
               STRING ' ' WS-MES-ANOMES(WS-IND-MES)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                                       WITH POINTER WS-LINHA-PTR
               ADD 1                   TO WS-IND-MES
           END-PERFORM.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE 1                      TO WS-IND.
      *
           PERFORM UNTIL WS-IND GREATER WS-QTD-MOT
               MOVE SPACES             TO WS-LINHA-RELAT
               MOVE 1                  TO WS-LINHA-PTR
               STRING 'GXML16 - ' WS-MOT-CODIGO(WS-IND)
                      ' ' WS-MOT-DESC(WS-IND)(1:20)
                      ' ' WS-MOT-SIT(WS-IND)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                                       WITH POINTER WS-LINHA-PTR
               MOVE 1                  TO WS-IND-MES
               PERFORM UNTIL WS-IND-MES GREATER 12
                   MOVE WS-MOT-QTD(WS-IND WS-IND-MES) TO WS-QTD-EXIBE
                   STRING ' ' WS-QTD-EXIBE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                                       WITH POINTER WS-LINHA-PTR
                   ADD 1               TO WS-IND-MES
               END-PERFORM
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               ADD 1                   TO WS-IND
           END-PERFORM.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           MOVE 1                      TO WS-LINHA-PTR.
           STRING 'GXML16 - MESES COM COLETA (S/N)      '
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                                       WITH POINTER WS-LINHA-PTR.
           MOVE 1                      TO WS-IND-MES.
           PERFORM UNTIL WS-IND-MES GREATER 12
               STRING '      ' WS-MES-COLETA(WS-IND-MES)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                                       WITH POINTER WS-LINHA-PTR
               ADD 1                   TO WS-IND-MES
           END-PERFORM.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTTENDENCIA-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LISTA DOS MOTIVOS ATIVOS SEM DETALHES NOS ULTIMOS N  *
      *  MESES, COM PROPOSTA DE 'D' SE O CARTAO PERMITIR. SO E EMITIDA  *
      *  COM COLETA EM TODOS OS N MESES - SEM ESTATISTICA TODO MOTIVO   *
      *  PARECERIA SEM USO E O CATALOGO INTEIRO SERIA PROPOSTO          *
      ******************************************************************
       RTSEMUSO                        SECTION.
      ******************************************************************
      *
           SET WS-PERIODO-COMPLETO     TO TRUE.
           MOVE WS-IND-INI             TO WS-IND-MES.
      *
           PERFORM UNTIL WS-IND-MES GREATER 12
               IF WS-MES-SEM-COLETA(WS-IND-MES)
                   SET WS-PERIODO-INCOMPLETO TO TRUE
               END-IF
               ADD 1                   TO WS-IND-MES
           END-PERFORM.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML16 - MOTIVOS ATIVOS SEM DETALHES NOS ULTIMOS '
                  WS-QTD-MESES ' MESES (DE ' WS-MES-ANOMES(WS-IND-INI)
                  ' A ' WS-ANOMES-REF ')'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           IF WS-PERIODO-INCOMPLETO
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML16 - ALERTA: PERIODO SEM ESTATISTICA EM '
                      'TODOS OS MESES - LISTA E PROPOSTAS NAO EMITIDAS'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
               MOVE 1                  TO WS-IND
               PERFORM UNTIL WS-IND GREATER WS-QTD-MOT
                                 OR WS-ERRO-ENCONTRADO
                   IF WS-MOT-SIT(WS-IND) EQUAL 'A'
                       MOVE ZEROS      TO WS-SOMA-JANELA
                       MOVE WS-IND-INI TO WS-IND-MES
                       PERFORM UNTIL WS-IND-MES GREATER 12
                           ADD WS-MOT-QTD(WS-IND WS-IND-MES)
                                       TO WS-SOMA-JANELA
                           ADD 1       TO WS-IND-MES
                       END-PERFORM
                       IF WS-SOMA-JANELA EQUAL ZEROS
                           PERFORM RTLISTASEMUSO
                       END-IF
                   END-IF
                   ADD 1               TO WS-IND
               END-PERFORM
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTSEMUSO-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LISTA DE UM MOTIVO SEM USO E DA PROPOSTA DE 'D'      *
      ******************************************************************
       RTLISTASEMUSO                   SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-QTD-SEM-USO.
      *
           IF WS-MOT-ULTUSO(WS-IND) EQUAL ZEROS
               MOVE 'NUNCA'            TO WS-ULTUSO-EXIBE
           ELSE
               MOVE WS-MOT-ULTUSO(WS-IND) TO WS-ULTUSO-EXIBE
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML16 - SEM USO ' WS-MOT-CODIGO(WS-IND)
                  ' ' WS-MOT-DESC(WS-IND)
                  ' ULTIMO USO: ' WS-ULTUSO-EXIBE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           IF WS-PERMITE-DESATIVAR
               MOVE 'D'                TO MOV-OPERACAO
               MOVE WS-MOT-CODIGO(WS-IND) TO MOV-CDMOTICAN
               MOVE WS-MOT-DESC(WS-IND) TO MOV-DSMOTICAN
               MOVE SPACES             TO MOV-DTINIVIG
               MOVE SPACES             TO MOV-DTFIMVIG
               MOVE SPACES             TO MOV-CDMOTSUB
               WRITE FD-MOVTO
               MOVE 'WRITE'            TO WS-OPER-ATUAL
               MOVE 'MOVMOT'           TO WS-ARQ-ATUAL
               MOVE WS-FS-MOVMOT       TO WS-FS-ATUAL
               PERFORM RTCHKSTATUS
               IF WS-SEM-ERRO
                   ADD 1               TO WS-PROP-DESAT
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING 'GXML16 - PROPOSTO ' MOV-OPERACAO
                          ' ' MOV-CDMOTICAN ' ' MOV-DSMOTICAN
                          ' (ESTMOT)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
               END-IF
           END-IF.
      *
      ******************************************************************
       RTLISTASEMUSO-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *                   ROTINA DE RELATORIO (SYSOUT)                  *
      ******************************************************************
       RTRELATORIO                     SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML16 - MES DE REFERENCIA....: ' WS-ANOMES-REF
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML16 - MESES SEM USO (N)....: ' WS-QTD-MESES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML16 - DESATIVACAO PERMITIDA: ' WS-DESATIVA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML16 - MOTIVOS NO MESTRE....: ' WS-LIDOS-MOT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML16 - LIDOS DO ESTMOT......: ' WS-LIDOS-EST
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML16 - DENTRO DOS 12 MESES..: '
                  WS-EST-NO-PERIODO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML16 - MOTIVO FORA DO MESTRE: '
                  WS-EST-SEM-MESTRE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML16 - MOTIVOS SEM USO......: ' WS-QTD-SEM-USO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML16 - PROPOSTAS DESATIVACAO: ' WS-PROP-DESAT
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
           CLOSE ARQME.
      *
           CLOSE ESTAT.
      *
           IF WS-PERMITE-DESATIVAR
               CLOSE MOVTO
           END-IF.
      *
           CLOSE RELAT.
      *
           IF WS-ERRO-ENCONTRADO
               MOVE 16                 TO RETURN-CODE
           ELSE
           IF WS-PERIODO-INCOMPLETO
                   OR WS-EST-SEM-MESTRE GREATER ZEROS
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
      *                ROTINA DE VERIFICACAO DE FILE STATUS             *
      ******************************************************************
       RTCHKSTATUS                     SECTION.
      ******************************************************************
      *
           IF WS-FS-ATUAL NOT = '00'
               DISPLAY 'GXML16 - ERRO DE I/O NO ARQUIVO ' WS-ARQ-ATUAL
               DISPLAY 'GXML16 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML16 - FILE STATUS....: ' WS-FS-ATUAL
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTCHKSTATUS-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
