      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. GXML11.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# GXML11                                       *
      *         *******************************************************
      *         *#FUNC:# PONTE ENTRE A ALIMENTACAO CRITICADA DE       *
      *         *#      # MOTIVOS (CANMOTOK DO GXML00 E CANMOTRC DO   *
      *         *#      # GXML06) E O MESTRE (MOTMEST): GERA O        *
      *         *#      # ARQUIVO MOVMOT PARA O GXML03 - 'I' PARA     *
      *         *#      # CODIGO NOVO, 'A' PARA DESCRICAO ALTERADA E, *
      *         *#      # SE O CARTAO PERMITIR, 'D' PARA MOTIVO ATIVO *
      *         *#      # AUSENTE DA ALIMENTACAO - COM RELATORIO DE   *
      *         *#      # PROPOSTA PARA CONFERENCIA ANTES DA CARGA    *
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
           SELECT ARQMOK ASSIGN TO 'CANMOTOK'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-CANMOTOK.
      *
           SELECT ARQMRC ASSIGN TO 'CANMOTRC'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-CANMOTRC.
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
      *    MOTIVOS ACEITOS NA CRITICA DO CICLO (CANMOTOK - GXML00)      *
      ******************************************************************
       FD  ARQMOK
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-ARQMOK.
           05  FD-MOK-CDMOTICAN    PIC     X(05).
           05  FD-MOK-DSMOTICAN    PIC     X(60).
      *
      ******************************************************************
      *    MOTIVOS RECICLADOS DOS REJEITOS (CANMOTRC - GXML06)          *
      ******************************************************************
       FD  ARQMRC
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-ARQMRC.
           05  FD-MRC-CDMOTICAN    PIC     X(05).
           05  FD-MRC-DSMOTICAN    PIC     X(60).
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
      *   CARTAO DE PARAMETROS - PERMISSAO PARA PROPOR DESATIVACOES     *
      ******************************************************************
       FD  PARM
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-PARM.
           05  FD-PARM-DESATIVA    PIC     X(01).
      *
      ******************************************************************
      *            RELATORIO DE PROPOSTA (SYSOUT) DA EXECUCAO           *
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
             05    WS-FS-CANMOTOK  PIC     X(02)         VALUE ZEROS.
               88  CANMOTOK-OK                           VALUE '00'.
               88  CANMOTOK-FIM                           VALUE '10'.
             05    WS-FS-CANMOTRC  PIC     X(02)         VALUE ZEROS.
               88  CANMOTRC-OK                           VALUE '00'.
               88  CANMOTRC-FIM                           VALUE '10'.
               88  CANMOTRC-INEXISTENTE                   VALUE '35'.
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
             05    WS-SW-DUPLICADO PIC     X(01)         VALUE 'N'.
               88  WS-ALI-DUPLICADO                      VALUE 'S'.
               88  WS-ALI-UNICO                          VALUE 'N'.
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
             05    WS-QTD-MOT      PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-QTD-ALI      PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-LIDOS-MOT    PIC     9(05)         VALUE ZEROS.
             05    WS-LIDOS-MOK    PIC     9(05)         VALUE ZEROS.
             05    WS-LIDOS-MRC    PIC     9(05)         VALUE ZEROS.
             05    WS-IGNORADOS    PIC     9(05)         VALUE ZEROS.
             05    WS-SEM-MUDANCA  PIC     9(05)         VALUE ZEROS.
             05    WS-PROP-INCL    PIC     9(05)         VALUE ZEROS.
             05    WS-PROP-ALT     PIC     9(05)         VALUE ZEROS.
             05    WS-PROP-DESAT   PIC     9(05)         VALUE ZEROS.
             05    WS-INATIVOS-ALI PIC     9(05)         VALUE ZEROS.
      *
      ******************************************************************
      *        AREA DO REGISTRO DA ALIMENTACAO EM COMPARACAO            *
      ******************************************************************
           03      WS-ALIMENTACAO.
             05    FILLER          PIC     X(12)         VALUE
                                   'ALIMENTACAO'.
             05    WS-ALI-ORIGEM   PIC     X(08)         VALUE SPACES.
             05    WS-ALI-CDMOTICAN PIC    X(05)         VALUE SPACES.
             05    WS-ALI-CDMOTICAN-N    REDEFINES
                                   WS-ALI-CDMOTICAN
                                   PIC     9(05).
             05    WS-ALI-DSMOTICAN PIC    X(60)         VALUE SPACES.
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
      *        TABELA DO MESTRE DE MOTIVOS EM MEMORIA                   *
      ******************************************************************
       01          WS-MOT-TAB.
           03      WS-MOT-ENT      OCCURS  1000 TIMES.
             05    WS-MOT-CODIGO   PIC     9(05).
             05    WS-MOT-DESC     PIC     X(60).
             05    WS-MOT-SIT      PIC     X(01).
             05    WS-MOT-NA-ALI   PIC     X(01).
               88  WS-MOT-PRESENTE                       VALUE 'S'.
               88  WS-MOT-AUSENTE                        VALUE 'N'.
      *
      ******************************************************************
      *        TABELA DE CODIGOS JA TRATADOS NA ALIMENTACAO             *
      ******************************************************************
       01          WS-ALI-TAB.
           03      WS-ALI-CODIGO   OCCURS  2000 TIMES
                                   PIC     X(05).
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
               PERFORM RTLERMOK
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTLERMRC
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTDESATIVAR
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
           OPEN INPUT  PARM.
      *
           IF WS-FS-SYSIN EQUAL '00'
               READ PARM
                   AT END MOVE '10'    TO WS-FS-SYSIN
               END-READ
           END-IF.
      *
           IF SYSIN-OK
               IF FD-PARM-DESATIVA EQUAL 'S'
                   MOVE 'S'            TO WS-DESATIVA
               END-IF
           END-IF.
      *
           CLOSE PARM.
      *
           OPEN OUTPUT RELAT.
      *
           OPEN INPUT  ARQME.
      *
           MOVE 'OPEN'                 TO WS-OPER-ATUAL.
           MOVE 'MOTMEST'              TO WS-ARQ-ATUAL.
           MOVE WS-FS-MOTMEST          TO WS-FS-ATUAL.
           PERFORM RTCHKSTATUS.
      *
           OPEN INPUT  ARQMOK.
      *
           MOVE 'CANMOTOK'             TO WS-ARQ-ATUAL.
           MOVE WS-FS-CANMOTOK         TO WS-FS-ATUAL.
           PERFORM RTCHKSTATUS.
      *
           OPEN OUTPUT MOVTO.
      *
           MOVE 'MOVMOT'               TO WS-ARQ-ATUAL.
           MOVE WS-FS-MOVMOT           TO WS-FS-ATUAL.
           PERFORM RTCHKSTATUS.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
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
                   DISPLAY 'GXML11 - ERRO: QTDE MOTIVOS DO MOTMEST'
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
                   MOVE 'N'            TO WS-MOT-NA-ALI(WS-QTD-MOT)
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
      *  ROTINA DE LEITURA DOS MOTIVOS ACEITOS NO CICLO (CANMOTOK)      *
      ******************************************************************
       RTLERMOK                        SECTION.
      ******************************************************************
      *
           MOVE 'CANMOTOK'             TO WS-ALI-ORIGEM.
      *
           READ ARQMOK
               AT END MOVE '10'        TO WS-FS-CANMOTOK
           END-READ.
      *
           PERFORM UNTIL CANMOTOK-FIM OR WS-ERRO-ENCONTRADO
               ADD 1                   TO WS-LIDOS-MOK
               MOVE FD-MOK-CDMOTICAN   TO WS-ALI-CDMOTICAN
               MOVE FD-MOK-DSMOTICAN   TO WS-ALI-DSMOTICAN
               PERFORM RTCOMPARAR
               READ ARQMOK
                   AT END MOVE '10'    TO WS-FS-CANMOTOK
               END-READ
               IF NOT CANMOTOK-OK AND NOT CANMOTOK-FIM
                   MOVE 'READ'         TO WS-OPER-ATUAL
                   MOVE 'CANMOTOK'     TO WS-ARQ-ATUAL
                   MOVE WS-FS-CANMOTOK TO WS-FS-ATUAL
                   PERFORM RTCHKSTATUS
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTLERMOK-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LEITURA DOS MOTIVOS RECICLADOS (CANMOTRC)            *
      *  O ARQUIVO SO EXISTE NOS CICLOS EM QUE O GXML06 RODOU: A        *
      *  AUSENCIA E APENAS AVISADA                                      *
      ******************************************************************
       RTLERMRC                        SECTION.
      ******************************************************************
      *
           MOVE 'CANMOTRC'             TO WS-ALI-ORIGEM.
      *
           OPEN INPUT ARQMRC.
      *
           IF CANMOTRC-OK
               READ ARQMRC
                   AT END MOVE '10'    TO WS-FS-CANMOTRC
               END-READ
               PERFORM UNTIL CANMOTRC-FIM OR WS-ERRO-ENCONTRADO
                   ADD 1               TO WS-LIDOS-MRC
                   MOVE FD-MRC-CDMOTICAN TO WS-ALI-CDMOTICAN
                   MOVE FD-MRC-DSMOTICAN TO WS-ALI-DSMOTICAN
                   PERFORM RTCOMPARAR
                   READ ARQMRC
                       AT END MOVE '10' TO WS-FS-CANMOTRC
                   END-READ
                   IF NOT CANMOTRC-OK AND NOT CANMOTRC-FIM
                       MOVE 'READ'     TO WS-OPER-ATUAL
                       MOVE 'CANMOTRC' TO WS-ARQ-ATUAL
                       MOVE WS-FS-CANMOTRC TO WS-FS-ATUAL
                       PERFORM RTCHKSTATUS
                   END-IF
               END-PERFORM
               CLOSE ARQMRC
           ELSE
               IF CANMOTRC-INEXISTENTE
                   DISPLAY 'GXML11 - ALERTA: ARQUIVO CANMOTRC '
                           'INEXISTENTE - SEM RECICLADOS NO CICLO'
               ELSE
                   MOVE 'OPEN'         TO WS-OPER-ATUAL
                   MOVE 'CANMOTRC'     TO WS-ARQ-ATUAL
                   MOVE WS-FS-CANMOTRC TO WS-FS-ATUAL
                   PERFORM RTCHKSTATUS
               END-IF
           END-IF.
      *
      ******************************************************************
       RTLERMRC-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CRITICA DE UM MOTIVO DA ALIMENTACAO                  *
      *  CODIGO INVALIDO OU REPETIDO (O MESMO MOTIVO NO CANMOTOK E NO   *
      *  CANMOTRC) E IGNORADO; OS DEMAIS SEGUEM PARA O CONFRONTO        *
      ******************************************************************
       RTCOMPARAR                      SECTION.
      ******************************************************************
      *
           SET WS-ALI-UNICO            TO TRUE.
      *
           IF WS-ALI-CDMOTICAN NUMERIC
                   AND WS-ALI-DSMOTICAN NOT = SPACES
               MOVE 1                  TO WS-IND2
               PERFORM UNTIL WS-IND2 GREATER WS-QTD-ALI
                                 OR WS-ALI-DUPLICADO
                   IF WS-ALI-CODIGO(WS-IND2) EQUAL WS-ALI-CDMOTICAN
                       SET WS-ALI-DUPLICADO TO TRUE
                   ELSE
                       ADD 1           TO WS-IND2
                   END-IF
               END-PERFORM
           END-IF.
      *
           IF WS-ALI-CDMOTICAN NOT NUMERIC
                   OR WS-ALI-DSMOTICAN EQUAL SPACES
               ADD 1                   TO WS-IGNORADOS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML11 - IGNORADO ' WS-ALI-ORIGEM
                      ' ' WS-ALI-CDMOTICAN
                      ' - CODIGO OU DESCRICAO INVALIDA'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
           IF WS-ALI-DUPLICADO
               ADD 1                   TO WS-IGNORADOS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML11 - IGNORADO ' WS-ALI-ORIGEM
                      ' ' WS-ALI-CDMOTICAN
                      ' - CODIGO REPETIDO NA ALIMENTACAO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
           IF WS-QTD-ALI GREATER 1999
               DISPLAY 'GXML11 - ERRO: QTDE MOTIVOS DA ALIMENTACAO'
               DISPLAY 'EXCEDE LIMITE DE 2000 ENTRADAS DA TABELA'
               SET WS-ERRO-ENCONTRADO  TO TRUE
           ELSE
               ADD 1                   TO WS-QTD-ALI
               MOVE WS-ALI-CDMOTICAN   TO WS-ALI-CODIGO(WS-QTD-ALI)
               PERFORM RTCONFRONTAR
           END-IF
           END-IF
           END-IF.
      *
      ******************************************************************
       RTCOMPARAR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CONFRONTO DE UM MOTIVO DA ALIMENTACAO COM O MESTRE   *
      *  CODIGO NOVO GERA 'I', DESCRICAO DIFERENTE GERA 'A'; MOTIVO     *
      *  INATIVO NO MESTRE E SO APONTADO PARA A AREA DECIDIR            *
      ******************************************************************
       RTCONFRONTAR                    SECTION.
      ******************************************************************
      *
           SET WS-MOT-NAO-ACHADO       TO TRUE.
           MOVE 1                      TO WS-IND.
      *
           PERFORM UNTIL WS-IND GREATER WS-QTD-MOT
                             OR WS-MOT-ACHADO
               IF WS-MOT-CODIGO(WS-IND) EQUAL WS-ALI-CDMOTICAN-N
                   SET WS-MOT-ACHADO   TO TRUE
               ELSE
                   ADD 1               TO WS-IND
               END-IF
           END-PERFORM.
      *
           IF WS-MOT-NAO-ACHADO
               MOVE 'I'                TO MOV-OPERACAO
               PERFORM RTGRAVAMOV
           ELSE
               MOVE 'S'                TO WS-MOT-NA-ALI(WS-IND)
               IF WS-MOT-SIT(WS-IND) NOT = 'A'
                   ADD 1               TO WS-INATIVOS-ALI
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING 'GXML11 - REVISAR  ' WS-ALI-ORIGEM
                          ' ' WS-ALI-CDMOTICAN
                          ' - MOTIVO INATIVO NO MESTRE PRESENTE NA '
                          'ALIMENTACAO - SEM MOVIMENTO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
               ELSE
               IF WS-MOT-DESC(WS-IND) NOT = WS-ALI-DSMOTICAN
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING 'GXML11 -          DE   '
                          WS-MOT-DESC(WS-IND)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   MOVE 'A'            TO MOV-OPERACAO
                   PERFORM RTGRAVAMOV
               ELSE
                   ADD 1               TO WS-SEM-MUDANCA
               END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCONFRONTAR-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE PROPOSTA DE DESATIVACAO DOS MOTIVOS ATIVOS DO        *
      *  MESTRE AUSENTES DA ALIMENTACAO - SO COM PERMISSAO NO CARTAO    *
      *  E NUNCA COM A ALIMENTACAO VAZIA, QUE DESATIVARIA O CATALOGO    *
      ******************************************************************
       RTDESATIVAR                     SECTION.
      ******************************************************************
      *
           IF WS-PERMITE-DESATIVAR
                   AND WS-QTD-ALI EQUAL ZEROS
               DISPLAY 'GXML11 - ALERTA: ALIMENTACAO SEM MOTIVOS '
                       'VALIDOS - DESATIVACOES NAO PROPOSTAS'
               ADD 1                   TO WS-IGNORADOS
           END-IF.
      *
           IF WS-PERMITE-DESATIVAR
                   AND WS-QTD-ALI GREATER ZEROS
               MOVE 'MOTMEST'          TO WS-ALI-ORIGEM
               MOVE 1                  TO WS-IND
               PERFORM UNTIL WS-IND GREATER WS-QTD-MOT
                                 OR WS-ERRO-ENCONTRADO
                   IF WS-MOT-SIT(WS-IND) EQUAL 'A'
                           AND WS-MOT-AUSENTE(WS-IND)
                       MOVE WS-MOT-CODIGO(WS-IND)
                                       TO WS-ALI-CDMOTICAN-N
                       MOVE WS-MOT-DESC(WS-IND)
                                       TO WS-ALI-DSMOTICAN
                       MOVE 'D'        TO MOV-OPERACAO
                       PERFORM RTGRAVAMOV
                   END-IF
                   ADD 1               TO WS-IND
               END-PERFORM
           END-IF.
      *
      ******************************************************************
       RTDESATIVAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GRAVACAO DE UM MOVIMENTO PROPOSTO NO MOVMOT E DA     *
      *  LINHA CORRESPONDENTE NO RELATORIO DE PROPOSTA                  *
      ******************************************************************
       RTGRAVAMOV                      SECTION.
      ******************************************************************
      *
           MOVE WS-ALI-CDMOTICAN       TO MOV-CDMOTICAN.
           MOVE WS-ALI-DSMOTICAN       TO MOV-DSMOTICAN.
           MOVE SPACES                 TO MOV-DTINIVIG.
           MOVE SPACES                 TO MOV-DTFIMVIG.
           MOVE SPACES                 TO MOV-CDMOTSUB.
      *
           WRITE FD-MOVTO.
      *
           MOVE 'WRITE'                TO WS-OPER-ATUAL.
           MOVE 'MOVMOT'               TO WS-ARQ-ATUAL.
           MOVE WS-FS-MOVMOT           TO WS-FS-ATUAL.
           PERFORM RTCHKSTATUS.
      *
           IF WS-SEM-ERRO
               IF MOV-INCLUSAO
                   ADD 1               TO WS-PROP-INCL
               ELSE
               IF MOV-ALTERACAO
                   ADD 1               TO WS-PROP-ALT
               ELSE
                   ADD 1               TO WS-PROP-DESAT
               END-IF
               END-IF
               IF MOV-ALTERACAO
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
               END-IF
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML11 - PROPOSTO ' MOV-OPERACAO
                      ' ' MOV-CDMOTICAN ' ' MOV-DSMOTICAN
                      ' (' WS-ALI-ORIGEM ')'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF.
      *
      ******************************************************************
       RTGRAVAMOV-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *                   ROTINA DE RELATORIO (SYSOUT)                  *
      ******************************************************************
       RTRELATORIO                     SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML11 - DESATIVACAO PERMITIDA: ' WS-DESATIVA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML11 - MOTIVOS NO MESTRE....: ' WS-LIDOS-MOT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML11 - LIDOS DO CANMOTOK....: ' WS-LIDOS-MOK
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML11 - LIDOS DO CANMOTRC....: ' WS-LIDOS-MRC
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML11 - SEM ALTERACAO........: ' WS-SEM-MUDANCA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML11 - PROPOSTAS INCLUSAO...: ' WS-PROP-INCL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML11 - PROPOSTAS ALTERACAO..: ' WS-PROP-ALT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML11 - PROPOSTAS DESATIVACAO: ' WS-PROP-DESAT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML11 - INATIVOS A REVISAR...: ' WS-INATIVOS-ALI
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML11 - REGISTROS IGNORADOS..: ' WS-IGNORADOS
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
           CLOSE ARQMOK.
      *
           CLOSE MOVTO.
      *
           CLOSE RELAT.
      *
           IF WS-ERRO-ENCONTRADO
               MOVE 16                 TO RETURN-CODE
           ELSE
           IF WS-IGNORADOS GREATER ZEROS
                   OR WS-INATIVOS-ALI GREATER ZEROS
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
               DISPLAY 'GXML11 - ERRO DE I/O NO ARQUIVO ' WS-ARQ-ATUAL
               DISPLAY 'GXML11 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML11 - FILE STATUS....: ' WS-FS-ATUAL
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTCHKSTATUS-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
