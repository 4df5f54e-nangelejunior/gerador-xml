      *         *******************************************************
      *         *#FUNC:# MANUTENCAO DO MESTRE DE MOTIVOS DE           *
      *         *#      # CANCELAMENTO (MOTMEST - VSAM KSDS) A PARTIR *
      *         *#      # DOS MOVIMENTOS APROVADOS NO MOVPEND (DUPLA  *
      *         *#      # CONFERENCIA GXML13/GXML14), COM AUDITORIA   *
      *         *#      # DE CADA MOVIMENTO NO SYSPRINT E SOLICITANTE *
      *         *#      # E APROVADOR NO JORNAL JRNMOT. A SUBSTITUICAO*
      *         *#      # (S) DESATIVA O MOTIVO E REMAPEIA OS         *
      *         *#      # DETALHES DO DETTRAN PARA O SUBSTITUTO,      *
      *         *#      # GRAVANDO O DETTRAN REMAPEADO NO DETREMAP    *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J ANGELE JUNIOR                 *
      *         *******************************************************
                  RECORD KEY   IS MST-CDMOTICAN
                  FILE  STATUS IS WS-FS-MOTMEST.
      *
           SELECT PEND  ASSIGN TO 'MOVPEND'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PND-CHAVE
                  FILE  STATUS IS WS-FS-MOVPEND.
      *
           SELECT ARQDET ASSIGN TO 'DETTRAN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-DETTRAN.
      *
           SELECT DETNOV ASSIGN TO 'DETREMAP'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-DETREMAP.
      *
           SELECT JORNAL ASSIGN TO 'JRNMOT'
                  ORGANIZATION IS LINE SEQUENTIAL
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
           05  MST-DTFIMVIG        PIC     9(08).
      *
      ******************************************************************
      *   MOVIMENTOS PENDENTES DE APROVACAO (VSAM KSDS) - SO OS         *
      *   APROVADOS (SITUACAO 'A') SAO APLICADOS; CADA UM VOLTA COMO    *
      *   EFETIVADO (E) OU RECUSADO NA APLICACAO (X) COM O MOTIVO       *
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
           05  FD-MOVTO.
             10  MOV-OPERACAO      PIC     X(01).
                 88  MOV-INCLUSAO                        VALUE 'I'.
                 88  MOV-ALTERACAO                       VALUE 'A'.
                 88  MOV-DESATIVACAO                     VALUE 'D'.
                 88  MOV-VIGENCIA                        VALUE 'V'.
                 88  MOV-SUBSTITUICAO                    VALUE 'S'.
             10  MOV-CDMOTICAN     PIC     X(05).
             10  MOV-DSMOTICAN     PIC     X(60).
             10  MOV-DTINIVIG      PIC     X(08).
             10  MOV-DTFIMVIG      PIC     X(08).
             10  MOV-CDMOTSUB      PIC     X(05).
      *
      ******************************************************************
      *       ARQUIVO DE DETALHE DE TRANSACAO (LISTA2) - ENTRADA        *
      ******************************************************************
       FD  ARQDET
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-ARQDET.
           05  FD-CDDETALHE-ENT    PIC     9(05).
           05  FD-DSDETALHE-ENT    PIC     X(60).
           05  FD-CDMOTIDET-ENT    PIC     9(05).
      *
      ******************************************************************
      *   DETALHE DE TRANSACAO REMAPEADO PELAS SUBSTITUICOES (S) -      *
      *   MESMO LEIAUTE DO DETTRAN, SUBSTITUI-O NA PROXIMA GERACAO      *
      ******************************************************************
       FD  DETNOV
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-DETNOV.
           05  FD-CDDETALHE-SAI    PIC     9(05).
           05  FD-DSDETALHE-SAI    PIC     X(60).
           05  FD-CDMOTIDET-SAI    PIC     9(05).
      *
      ******************************************************************
      *  JORNAL DE MOVIMENTOS APLICADOS - IMAGENS ANTES E DEPOIS DE     *
           05  FD-JRN-CDMOTICAN    PIC     X(05).
           05  FD-JRN-ANTES        PIC     X(90).
           05  FD-JRN-DEPOIS       PIC     X(90).
           05  FD-JRN-USRSOL       PIC     X(08).
           05  FD-JRN-USRAPR       PIC     X(08).
      *
      ******************************************************************
      *     CARTAO DE PARAMETROS - NOME DO JOB PARA O JORNAL            *
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
               88  MOTMEST-OK                            VALUE '00'.
               88  MOTMEST-NAO-ACHADO                    VALUE '23'.
               88  MOTMEST-INEXISTENTE                   VALUE '35'.
             05    WS-FS-MOVPEND   PIC     X(02)         VALUE ZEROS.
               88  MOVPEND-OK                            VALUE '00'.
               88  MOVPEND-FIM                            VALUE '10'.
             05    WS-FS-DETTRAN   PIC     X(02)         VALUE ZEROS.
               88  DETTRAN-OK                            VALUE '00'.
               88  DETTRAN-FIM                           VALUE '10'.
             05    WS-FS-DETREMAP  PIC     X(02)         VALUE ZEROS.
               88  DETREMAP-OK                           VALUE '00'.
             05    WS-FS-JRNMOT    PIC     X(02)         VALUE ZEROS.
               88  JRNMOT-OK                             VALUE '00'.
               88  JRNMOT-INEXISTENTE                     VALUE '35'.
             05    WS-SW-RECUSA    PIC     X(01)         VALUE 'N'.
               88  WS-MOV-RECUSADO                       VALUE 'S'.
               88  WS-MOV-APLICADO                       VALUE 'N'.
             05    WS-SW-SUBST     PIC     X(01)         VALUE 'N'.
               88  WS-HOUVE-SUBST                        VALUE 'S'.
      *
      ******************************************************************
      *                     VERIFICACAO DE STATUS                      *
             05    WS-LIDOS-MOV    PIC     9(05)         VALUE ZEROS.
             05    WS-APLICADOS    PIC     9(05)         VALUE ZEROS.
             05    WS-RECUSADOS    PIC     9(05)         VALUE ZEROS.
             05    WS-AGUARDANDO   PIC     9(05)         VALUE ZEROS.
             05    WS-REMAPEADOS   PIC     9(05)         VALUE ZEROS.
             05    WS-REMAP-MOV    PIC     9(05)         VALUE ZEROS.
             05    WS-VINCULADOS   PIC     9(05)         VALUE ZEROS.
             05    WS-QTD-DET      PIC     9(05) COMP    VALUE ZEROS.
             05    WS-IND          PIC     9(05) COMP    VALUE ZEROS.
             05    WS-CDMOTICAN-NUM PIC    9(05)         VALUE ZEROS.
             05    WS-CDMOTSUB-NUM PIC     9(05)         VALUE ZEROS.
      *
      ******************************************************************
      *                     DATA DO MOVIMENTO                          *
             05    WS-IMAGEM-ANTES PIC     X(90)         VALUE SPACES.
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
                                   'GXML03'.
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
      *
      ******************************************************************
      *   DETALHES DE TRANSACAO (DETTRAN) CARREGADOS EM MEMORIA PARA    *
      *   A CRITICA DA DESATIVACAO E O REMAPEAMENTO DA SUBSTITUICAO     *
      ******************************************************************
       01          WS-DET-TAB.
           03      WS-DET-ENT      OCCURS  1000 TIMES.
             05    WS-DET-CODIGO   PIC     9(05).
             05    WS-DET-DESC     PIC     X(60).
             05    WS-DET-MOTIVO   PIC     9(05).
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
           IF WS-SEM-ERRO
               PERFORM RTCARREGADET
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTPROCESSAR
           END-IF.
      *
      *--------------------------------------------------------------*
      *  SUBSTITUICAO JA EFETIVADA NO MOVPEND EXIGE O DETREMAP, MESMO *
      *  QUE UM MOVIMENTO POSTERIOR TENHA PARADO O PROCESSAMENTO      *
      *--------------------------------------------------------------*
           IF WS-SEM-ERRO OR WS-HOUVE-SUBST
               PERFORM RTGRAVADET
           END-IF.
      *
           PERFORM RTRELATORIO.
      *
               DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO JRNMOT'
               DISPLAY 'GXML03 - OPERACAO.......: OPEN'
               DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-JRNMOT
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO JRNMOT - OPERACAO OPEN - '
                      'FILE STATUS ' WS-FS-JRNMOT
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
               DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO MOTMEST'
               DISPLAY 'GXML03 - OPERACAO.......: OPEN'
               DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-MOTMEST
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
           OPEN I-O    PEND.
      *
           IF NOT MOVPEND-OK
               DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO MOVPEND'
               DISPLAY 'GXML03 - OPERACAO.......: OPEN'
               DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-MOVPEND
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO MOVPEND - OPERACAO OPEN '
                      '- FILE STATUS ' WS-FS-MOVPEND
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           READ PEND NEXT
               AT END MOVE '10'        TO WS-FS-MOVPEND
           END-READ.
      *
           PERFORM UNTIL NOT MOVPEND-OK OR WS-ERRO-ENCONTRADO
               IF PND-APROVADO
                   ADD 1               TO WS-LIDOS-MOV
                   PERFORM RTAPLICARMOV
                   PERFORM RTBAIXAPEND
               ELSE
                   IF PND-PENDENTE
                       ADD 1           TO WS-AGUARDANDO
                   END-IF
               END-IF
               IF WS-SEM-ERRO
                   READ PEND NEXT
                       AT END MOVE '10' TO WS-FS-MOVPEND
                   END-READ
               END-IF
           END-PERFORM.
      *
           IF NOT MOVPEND-OK AND NOT MOVPEND-FIM
               DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO MOVPEND'
               DISPLAY 'GXML03 - OPERACAO.......: READ'
               DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-MOVPEND
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO MOVPEND - OPERACAO READ '
                      '- FILE STATUS ' WS-FS-MOVPEND
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
           ELSE
           IF MOV-VIGENCIA
               PERFORM RTMOVVIGENCIA
           ELSE
           IF MOV-SUBSTITUICAO
               PERFORM RTMOVSUBSTITUI
           ELSE
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'OPERACAO INVALIDA'
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
           IF WS-MOV-RECUSADO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               MOVE 'A'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM040'           TO WS-EVT-CODIGO
               MOVE WS-LINHA-RELAT(10:80) TO WS-EVT-TEXTO
               PERFORM RTEVENTO
           ELSE
           IF WS-ERRO-ENCONTRADO
               MOVE SPACES             TO WS-LINHA-RELAT
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML03 - APLICADO ' MOV-OPERACAO
                      ' ' MOV-CDMOTICAN ' ' MOV-DSMOTICAN
                      ' SOL ' PND-USRSOL ' APR ' PND-USRAPR
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               IF MOV-SUBSTITUICAO
                   PERFORM RTREMAPEIA
                   SET WS-HOUVE-SUBST  TO TRUE
               END-IF
           END-IF
           END-IF.
      *
       RTAPLICARMOV-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE BAIXA DO MOVIMENTO APROVADO NO MOVPEND               *
      *  EFETIVADO (E) OU RECUSADO NA APLICACAO (X) COM O MOTIVO; NUM   *
      *  ERRO DE I/O O MOVIMENTO FICA APROVADO PARA A REEXECUCAO        *
      ******************************************************************
       RTBAIXAPEND                     SECTION.
      ******************************************************************
      *
           IF WS-SEM-ERRO
               IF WS-MOV-RECUSADO
                   MOVE 'X'            TO PND-SITUACAO
                   MOVE WS-DS-RECUSA   TO PND-DSMOTIVO
               ELSE
                   MOVE 'E'            TO PND-SITUACAO
                   MOVE WS-DATA-MOV    TO PND-DTEFET
               END-IF
               REWRITE FD-PEND
               IF NOT MOVPEND-OK
                   DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO MOVPEND'
                   DISPLAY 'GXML03 - OPERACAO.......: REWRITE'
                   DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-MOVPEND
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM001'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO ARQUIVO MOVPEND - OPERACAO '
                          'REWRITE - FILE STATUS ' WS-FS-MOVPEND
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
           END-IF.
      *
      ******************************************************************
       RTBAIXAPEND-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *               ROTINA DE INCLUSAO DE MOTIVO                      *
      ******************************************************************
       RTMOVINCLUSAO                   SECTION.
      ******************************************************************
       RTMOVDESATIVA                   SECTION.
      ******************************************************************
      *
           PERFORM RTCONTAVINC.
      *
           IF WS-VINCULADOS GREATER ZEROS
               SET WS-MOV-RECUSADO     TO TRUE
               STRING 'POSSUI ' WS-VINCULADOS
                      ' DETALHES - USAR OPERACAO S'
                                       DELIMITED BY SIZE
                                       INTO WS-DS-RECUSA
           ELSE
               PERFORM RTDESATIVAMST
           END-IF.
      *
      ******************************************************************
       RTMOVDESATIVA-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE DESATIVACAO DO MOTIVO NO MESTRE                     *
      ******************************************************************
       RTDESATIVAMST                   SECTION.
      ******************************************************************
      *
           MOVE MOV-CDMOTICAN          TO MST-CDMOTICAN.
      *
           END-IF.
      *
      ******************************************************************
       RTDESATIVAMST-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE SUBSTITUICAO DE MOTIVO - O SUBSTITUTO DEVE ESTAR    *
      *   ATIVO NO MESTRE; O MOTIVO SUBSTITUIDO E DESATIVADO (SE AINDA  *
      *   ATIVO) E SEUS DETALHES SAO REMAPEADOS PELA RTREMAPEIA         *
      ******************************************************************
       RTMOVSUBSTITUI                  SECTION.
      ******************************************************************
      *
           IF MOV-CDMOTSUB NOT NUMERIC
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'MOTIVO SUBSTITUTO NAO NUMERICO'
                                       TO WS-DS-RECUSA
           ELSE
           IF MOV-CDMOTSUB EQUAL MOV-CDMOTICAN
               SET WS-MOV-RECUSADO     TO TRUE
               MOVE 'MOTIVO SUBSTITUTO IGUAL AO SUBSTITUIDO'
                                       TO WS-DS-RECUSA
           ELSE
               MOVE MOV-CDMOTSUB       TO MST-CDMOTICAN
               READ MESTRE
               IF MOTMEST-OK
                   IF MST-SITUACAO NOT = 'A'
                       SET WS-MOV-RECUSADO TO TRUE
                       MOVE 'MOTIVO SUBSTITUTO NAO ESTA ATIVO'
                                       TO WS-DS-RECUSA
                   END-IF
               ELSE
               IF MOTMEST-NAO-ACHADO
                   SET WS-MOV-RECUSADO TO TRUE
                   MOVE 'MOTIVO SUBSTITUTO NAO CADASTRADO'
                                       TO WS-DS-RECUSA
               ELSE
                   MOVE 'READ'         TO WS-OPER-ATUAL
                   PERFORM RTCHKMESTRE
               END-IF
               END-IF
           END-IF
           END-IF.
      *
           IF WS-MOV-APLICADO AND WS-SEM-ERRO
               MOVE MOV-CDMOTICAN      TO MST-CDMOTICAN
               READ MESTRE
               IF MOTMEST-OK
                   MOVE FD-MESTRE      TO WS-IMAGEM-ANTES
                   IF MST-SITUACAO NOT = 'I'
                       MOVE 'I'        TO MST-SITUACAO
                       MOVE WS-DATA-MOV TO MST-DTULTMOV
                       IF WS-DTFIMVIG-MOV GREATER ZEROS
                           MOVE WS-DTFIMVIG-MOV TO MST-DTFIMVIG
                       ELSE
                           MOVE WS-DATA-MOV TO MST-DTFIMVIG
                       END-IF
                       REWRITE FD-MESTRE
                       MOVE 'REWRITE'  TO WS-OPER-ATUAL
                       PERFORM RTCHKMESTRE
                   END-IF
               ELSE
               IF MOTMEST-NAO-ACHADO
                   SET WS-MOV-RECUSADO TO TRUE
                   MOVE 'MOTIVO NAO CADASTRADO'
                                       TO WS-DS-RECUSA
               ELSE
                   MOVE 'READ'         TO WS-OPER-ATUAL
                   PERFORM RTCHKMESTRE
               END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
       RTMOVSUBSTITUI-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE REMAPEAMENTO DOS DETALHES DO MOTIVO SUBSTITUIDO     *
      *   PARA O SUBSTITUTO, LISTANDO CADA DETALHE MOVIDO               *
      ******************************************************************
       RTREMAPEIA                      SECTION.
      ******************************************************************
      *
           MOVE MOV-CDMOTICAN          TO WS-CDMOTICAN-NUM.
           MOVE MOV-CDMOTSUB           TO WS-CDMOTSUB-NUM.
           MOVE ZEROS                  TO WS-REMAP-MOV.
           MOVE 1                      TO WS-IND.
      *
           PERFORM UNTIL WS-IND GREATER WS-QTD-DET
               IF WS-DET-MOTIVO(WS-IND) EQUAL WS-CDMOTICAN-NUM
                   MOVE WS-CDMOTSUB-NUM TO WS-DET-MOTIVO(WS-IND)
                   ADD 1               TO WS-REMAP-MOV
                   ADD 1               TO WS-REMAPEADOS
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING 'GXML03 -    DETALHE '
                          WS-DET-CODIGO(WS-IND)
                          ' REMAPEADO DE ' WS-CDMOTICAN-NUM
                          ' PARA ' WS-CDMOTSUB-NUM
                          ' ' WS-DET-DESC(WS-IND)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
               END-IF
               ADD 1                   TO WS-IND
           END-PERFORM.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML03 -    DETALHES REMAPEADOS NO MOVIMENTO: '
                  WS-REMAP-MOV
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTREMAPEIA-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE CONTAGEM DOS DETALHES VINCULADOS AO MOTIVO          *
      ******************************************************************
       RTCONTAVINC                     SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-VINCULADOS.
      *
           IF MOV-CDMOTICAN NUMERIC
               MOVE MOV-CDMOTICAN      TO WS-CDMOTICAN-NUM
               MOVE 1                  TO WS-IND
               PERFORM UNTIL WS-IND GREATER WS-QTD-DET
                   IF WS-DET-MOTIVO(WS-IND) EQUAL WS-CDMOTICAN-NUM
                       ADD 1           TO WS-VINCULADOS
                   END-IF
                   ADD 1               TO WS-IND
               END-PERFORM
           END-IF.
      *
      ******************************************************************
       RTCONTAVINC-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *        ROTINA DE ALTERACAO DA VIGENCIA DE UM MOTIVO             *
       RTEDITAVIGENCIA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE CARGA DO DETALHE DE TRANSACAO (DETTRAN) EM MEMORIA  *
      ******************************************************************
       RTCARREGADET                    SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-QTD-DET.
      *
           OPEN INPUT  ARQDET.
      *
           IF NOT DETTRAN-OK
               DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO DETTRAN'
               DISPLAY 'GXML03 - OPERACAO.......: OPEN'
               DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-DETTRAN
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO DETTRAN - OPERACAO OPEN '
                      '- FILE STATUS ' WS-FS-DETTRAN
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           ELSE
               READ ARQDET
                   AT END MOVE '10'    TO WS-FS-DETTRAN
               END-READ
               PERFORM UNTIL NOT DETTRAN-OK OR WS-ERRO-ENCONTRADO
                   IF WS-QTD-DET NOT LESS 1000
                       DISPLAY 'GXML03 - ERRO: QTDE DETALHE DE '
                               'TRANSACAO EXCEDE LIMITE DE 1000'
                       MOVE 'S'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM005'   TO WS-EVT-CODIGO
                       STRING 'QTDE DETALHE DE TRANSACAO EXCEDE LIMITE '
                              'DE 1000'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   ELSE
                       ADD 1           TO WS-QTD-DET
                       MOVE FD-CDDETALHE-ENT
                                       TO WS-DET-CODIGO(WS-QTD-DET)
                       MOVE FD-DSDETALHE-ENT
                                       TO WS-DET-DESC(WS-QTD-DET)
                       MOVE FD-CDMOTIDET-ENT
                                       TO WS-DET-MOTIVO(WS-QTD-DET)
                       READ ARQDET
                           AT END MOVE '10' TO WS-FS-DETTRAN
                       END-READ
                   END-IF
               END-PERFORM
               IF NOT DETTRAN-OK AND NOT DETTRAN-FIM
                   DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO DETTRAN'
                   DISPLAY 'GXML03 - OPERACAO.......: READ'
                   DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-DETTRAN
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM001'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO ARQUIVO DETTRAN - OPERACAO '
                          'READ - FILE STATUS ' WS-FS-DETTRAN
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
               CLOSE ARQDET
           END-IF.
      *
      ******************************************************************
       RTCARREGADET-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE GRAVACAO DO DETALHE DE TRANSACAO REMAPEADO          *
      *   (DETREMAP) - TODOS OS DETALHES, JA COM OS MOTIVOS SUBSTITUTOS *
      ******************************************************************
       RTGRAVADET                      SECTION.
      ******************************************************************
      *
           OPEN OUTPUT DETNOV.
      *
           IF NOT DETREMAP-OK
               DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO DETREMAP'
               DISPLAY 'GXML03 - OPERACAO.......: OPEN'
               DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-DETREMAP
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO DETREMAP - OPERACAO OPEN '
                      '- FILE STATUS ' WS-FS-DETREMAP
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           ELSE
               MOVE 1                  TO WS-IND
               PERFORM UNTIL WS-IND GREATER WS-QTD-DET
                                 OR NOT DETREMAP-OK
                   MOVE WS-DET-CODIGO(WS-IND) TO FD-CDDETALHE-SAI
                   MOVE WS-DET-DESC(WS-IND)   TO FD-DSDETALHE-SAI
                   MOVE WS-DET-MOTIVO(WS-IND) TO FD-CDMOTIDET-SAI
                   WRITE FD-DETNOV
                   IF NOT DETREMAP-OK
                       DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO '
                               'DETREMAP'
                       DISPLAY 'GXML03 - OPERACAO.......: WRITE'
                       DISPLAY 'GXML03 - FILE STATUS....: '
                               WS-FS-DETREMAP
                       MOVE 'S'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM001'   TO WS-EVT-CODIGO
                       STRING 'ERRO DE I/O NO ARQUIVO DETREMAP - '
                              'OPERACAO WRITE - FILE STATUS '
                              WS-FS-DETREMAP
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   END-IF
                   ADD 1               TO WS-IND
               END-PERFORM
               CLOSE DETNOV
           END-IF.
      *
      ******************************************************************
       RTGRAVADET-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GRAVACAO DO JORNAL DE UM MOVIMENTO APLICADO          *
      *  IMAGEM ANTES (ESPACOS NUMA INCLUSAO) E IMAGEM DEPOIS DO        *
      *  REGISTRO DO MESTRE, COM DATA, HORA, JOB E OPERACAO             *
           MOVE MOV-CDMOTICAN          TO FD-JRN-CDMOTICAN.
           MOVE WS-IMAGEM-ANTES        TO FD-JRN-ANTES.
           MOVE FD-MESTRE              TO FD-JRN-DEPOIS.
           MOVE PND-USRSOL             TO FD-JRN-USRSOL.
           MOVE PND-USRAPR             TO FD-JRN-USRAPR.
      *
           WRITE FD-JRN-REG.
      *
               DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO JRNMOT'
               DISPLAY 'GXML03 - OPERACAO.......: WRITE'
               DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-JRNMOT
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO JRNMOT - OPERACAO WRITE '
                      '- FILE STATUS ' WS-FS-JRNMOT
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML03 - AGUARDANDO APROVACAO.: ' WS-AGUARDANDO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML03 - DETALHES REMAPEADOS..: ' WS-REMAPEADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTRELATORIO-EXIT.               EXIT.
      *
           CLOSE MESTRE.
      *
           CLOSE PEND.
      *
           CLOSE JORNAL.
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
               DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO MOTMEST'
               DISPLAY 'GXML03 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-MOTMEST
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
               DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML03 - OPERACAO.......: OPEN'
               DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-CICLOCTL
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
                   DISPLAY 'GXML03 - CICLO ' WS-DATA-CICLO
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
               DISPLAY 'GXML03 - CICLO ' WS-DATA-CICLO
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
                   DISPLAY 'GXML03 - CICLO ' WS-DATA-CICLO
                           ': PASSO ' FD-CIC-PASSO
                           ' NAO CONCLUIDO - SITUACAO '
                           FD-CIC-SITUACAO ' RC ' FD-CIC-RC
               END-IF
               END-IF
           ELSE
           IF CICLOCTL-NAO-ACHADO
               SET WS-CICLO-BLOQUEADO  TO TRUE
               DISPLAY 'GXML03 - CICLO ' WS-DATA-CICLO
                       ': PASSO ' WS-CICLO-PASSO(WS-CICLO-IND)
                       ' NAO EXECUTADO'
           ELSE
               DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML03 - OPERACAO.......: READ'
               DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-CICLOCTL
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
               DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML03 - OPERACAO.......: READ'
               DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-CICLOCTL
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
               DISPLAY 'GXML03 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML03 - OPERACAO.......: WRITE'
               DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-CICLOCTL
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
                       DISPLAY 'GXML03 - ALERTA: ERRO DE I/O NO '
                               'CICLOCTL - FIM DO PASSO NAO GRAVADO'
                       DISPLAY 'GXML03 - FILE STATUS....: '
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
                   DISPLAY 'GXML03 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-EVENTO
               END-IF
           END-IF.
      *
           IF WS-EVENTO-ABERTO
               ACCEPT WS-EVT-DATA      FROM DATE YYYYMMDD
               ACCEPT WS-EVT-HORA8     FROM TIME
               MOVE WS-EVT-DATA        TO FD-EVT-DATA
               MOVE WS-EVT-HORA        TO FD-EVT-HORA
               MOVE 'GXML03'           TO FD-EVT-PROGRAMA
               MOVE WS-EVT-SEVERIDADE  TO FD-EVT-SEVERIDADE
               MOVE WS-EVT-CODIGO      TO FD-EVT-CODIGO
               MOVE WS-EVT-CDTRAN      TO FD-EVT-CDTRAN
               MOVE WS-EVT-CDPARC      TO FD-EVT-CDPARC
               MOVE WS-EVT-NRSEQ       TO FD-EVT-NRSEQ
               MOVE WS-EVT-TEXTO       TO FD-EVT-TEXTO
               WRITE FD-EVT-REG
               IF NOT EVENTO-OK
                   SET WS-EVENTO-INDISPONIVEL TO TRUE
                   DISPLAY 'GXML03 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML03 - FILE STATUS....: ' WS-FS-EVENTO
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
