      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. GXML15.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# GXML15                                       *
      *         *******************************************************
      *         *#FUNC:# REEMISSAO DE UM XML JA GERADO A PEDIDO DO    *
      *         *#      # PARCEIRO: CADA CARTAO (CDTRAN + PARCEIRO +  *
      *         *#      # NRSEQ) RECONSTROI O ARQUIVO IDENTICO A      *
      *         *#      # PARTIR DO ARQXML NO DSN DO PARCEIRO NO      *
      *         *#      # DESTAB, MARCA A SEQUENCIA COMO REEMITIDA    *
      *         *#      # ('R') NO GERACTRL E REGISTRA A REEMISSAO NO *
      *         *#      # HISTEXEC, SEM NOVA SEQUENCIA                *
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
           SELECT ARQS  ASSIGN TO DYNAMIC WS-DSN-ARQS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-SYS020.
      *
           SELECT ARQV  ASSIGN TO 'ARQXML'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ARQV-CHAVE
                  FILE  STATUS IS WS-FS-ARQXML.
      *
           SELECT GERA  ASSIGN TO 'GERACTRL'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-GERA-CHAVE
                  FILE  STATUS IS WS-FS-GERA.
      *
           SELECT HIST  ASSIGN TO 'HISTEXEC'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-HIST.
      *
           SELECT DEST  ASSIGN TO 'DESTAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-DESTAB.
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
      *          XML REEMITIDO NO DSN DO PARCEIRO (SAIDA)               *
      ******************************************************************
       FD  ARQS
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-ARQS                 PIC     X(600).
      *
      ******************************************************************
      *     ARQUIVO DOS XML GERADOS, LINHA A LINHA COMO GRAVADAS        *
      *     (VSAM KSDS - CHAVE CDTRAN + CDPARC + NRSEQ + NRLINHA)       *
      *     A LINHA ZERO E O REGISTRO DE CONTROLE DA GERACAO            *
      ******************************************************************
       FD  ARQV.
      *
       01  FD-ARQV-REG.
           05  FD-ARQV-CHAVE.
             10  FD-ARQV-CDTRAN    PIC     X(08).
             10  FD-ARQV-CDPARC    PIC     X(08).
             10  FD-ARQV-NRSEQ     PIC     9(05).
             10  FD-ARQV-NRLINHA   PIC     9(05).
           05  FD-ARQV-LINHA       PIC     X(600).
           05  FD-ARQV-CONTROLE    REDEFINES             FD-ARQV-LINHA.
             10  FD-ARQV-DATA      PIC     9(08).
             10  FD-ARQV-HORA      PIC     9(06).
             10  FD-ARQV-QTDLIN    PIC     9(05).
             10  FD-ARQV-DSN       PIC     X(44).
             10  FD-ARQV-RETORNO   PIC     9(03).
             10  FD-ARQV-QTDEGRAV  PIC     9(04).
             10  FD-ARQV-QTDEGRAV2 PIC     9(04).
             10  FD-ARQV-CONFERE   PIC     X(01).
             10  FILLER            PIC     X(525).
      *
      ******************************************************************
      *     CONTROLE DE SEQUENCIA DE GERACAO POR CODIGO DE TRANSACAO    *
      *     (VSAM KSDS - CHAVE CDTRAN + CDPARC + NRSEQ)                 *
      ******************************************************************
       FD  GERA.
      *
       01  FD-GERA-REG.
           05  FD-GERA-CHAVE.
             10  FD-GERA-CDTRAN    PIC     X(08).
             10  FD-GERA-CDPARC    PIC     X(08).
             10  FD-GERA-NRSEQ     PIC     9(05).
           05  FD-GERA-DATA        PIC     9(08).
           05  FD-GERA-HORA        PIC     9(06).
           05  FD-GERA-SITUACAO    PIC     X(01).
           05  FD-GERA-QTREEMIS    PIC     9(03).
           05  FD-GERA-DTREEMIS    PIC     9(08).
      *
      ******************************************************************
      *        DATASET ACUMULATIVO DE HISTORICO DAS EXECUCOES           *
      ******************************************************************
       FD  HIST
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-HIST-REG.
           05  FD-HIST-DATA        PIC     9(08).
           05  FD-HIST-HORA        PIC     9(06).
           05  FD-HIST-CDTRAN      PIC     X(08).
           05  FD-HIST-DSNARQS     PIC     X(44).
           05  FD-HIST-RETORNO     PIC     9(03).
           05  FD-HIST-QTDEGRAV    PIC     9(04).
           05  FD-HIST-QTDEGRAV2   PIC     9(04).
           05  FD-HIST-CONFERE     PIC     X(01).
           05  FD-HIST-RESTART     PIC     X(01).
           05  FD-HIST-CDPARC      PIC     X(08).
           05  FD-HIST-NRSEQ       PIC     9(05).
      *
      ******************************************************************
      *     TABELA DE DESTINOS (PARCEIROS) POR CODIGO DE TRANSACAO      *
      ******************************************************************
       FD  DEST
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-DEST-REG.
           05  FD-DEST-CDTRAN      PIC     X(08).
           05  FD-DEST-CDPARC      PIC     X(08).
           05  FD-DEST-DSN         PIC     X(44).
           05  FD-DEST-FORMATO     PIC     X(01).
           05  FD-DEST-ENCODE      PIC     X(01).
           05  FD-DEST-EXTRATO     PIC     X(01).
           05  FD-DEST-SITUACAO    PIC     X(01).
           05  FD-DEST-IDIOMA      PIC     X(02).
      *
      ******************************************************************
      *   CARTOES DE PEDIDO DE REEMISSAO - CDTRAN + PARCEIRO + NRSEQ    *
      ******************************************************************
       FD  PARM
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-PARM.
           05  FD-PARM-CDTRAN      PIC     X(08).
           05  FD-PARM-CDPARC      PIC     X(08).
           05  FD-PARM-NRSEQ       PIC     X(05).
      *
      ******************************************************************
      *            RELATORIO DE CONTROLE (SYSOUT) DA EXECUCAO           *
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
      *                           FILE STATUS                           *
      ******************************************************************
           03      WS-AUXILIARES.
             05    FILLER          PIC     X(12)         VALUE
                                   'AUXILIARES'.
             05    WS-FS-SYS020    PIC     X(02)         VALUE ZEROS.
             05    WS-FS-ARQXML    PIC     X(02)         VALUE ZEROS.
               88  ARQXML-OK                             VALUE '00'.
               88  ARQXML-NAO-ACHADO                      VALUE '23'.
             05    WS-FS-GERA      PIC     X(02)         VALUE ZEROS.
               88  GERA-OK                               VALUE '00'.
               88  GERA-NAO-ACHADA                        VALUE '23'.
             05    WS-FS-HIST      PIC     X(02)         VALUE ZEROS.
             05    WS-FS-DESTAB    PIC     X(02)         VALUE ZEROS.
               88  DESTAB-OK                             VALUE '00'.
               88  DESTAB-FIM                             VALUE '10'.
               88  DESTAB-INEXISTENTE                     VALUE '35'.
             05    WS-FS-SYSIN     PIC     X(02)         VALUE ZEROS.
               88  SYSIN-OK                              VALUE '00'.
               88  SYSIN-FIM                              VALUE '10'.
             05    WS-FS-SYSPRINT  PIC     X(02)         VALUE ZEROS.
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
               88  WS-PEDIDO-RECUSADO                    VALUE 'S'.
               88  WS-PEDIDO-ACEITO                      VALUE 'N'.
             05    WS-SW-DEST-ACHADO PIC   X(01)         VALUE 'N'.
               88  WS-DEST-ACHADO                        VALUE 'S'.
               88  WS-DEST-NAO-ACHADO                    VALUE 'N'.
             05    WS-SW-ARQS-ABERTO PIC   X(01)         VALUE 'N'.
               88  ARQS-ABERTO                           VALUE 'S'.
               88  ARQS-FECHADO                          VALUE 'N'.
      *
      ******************************************************************
      *                     VERIFICACAO DE STATUS                       *
      ******************************************************************
           03      WS-STATUS-CHECK.
             05    FILLER          PIC     X(12)         VALUE
                                   'STATUSCHECK'.
             05    WS-OPER-ATUAL   PIC     X(07)         VALUE SPACES.
             05    WS-ARQ-ATUAL    PIC     X(08)         VALUE SPACES.
             05    WS-FS-ATUAL     PIC     X(02)         VALUE ZEROS.
      *
      ******************************************************************
      *                          ACUMULADORES                           *
      ******************************************************************
           03      WS-ACUMULADORES.
             05    FILLER          PIC     X(12)         VALUE
                                   'ACUMULADORES'.
             05    WS-IND          PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-QTD-DEST     PIC    S9(03) COMP    VALUE ZEROS.
             05    WS-LIDOS        PIC     9(05)         VALUE ZEROS.
             05    WS-REEMITIDOS   PIC     9(05)         VALUE ZEROS.
             05    WS-RECUSADOS    PIC     9(05)         VALUE ZEROS.
             05    WS-NRLINHA      PIC     9(05)         VALUE ZEROS.
             05    WS-QTD-LINHAS   PIC     9(05)         VALUE ZEROS.
      *
      ******************************************************************
      *                 DATA E HORA DA EXECUCAO                         *
      ******************************************************************
           03      WS-DATAS.
             05    FILLER          PIC     X(12)         VALUE
                                   'DATAS'.
             05    WS-DATA-EXEC    PIC     9(08)         VALUE ZEROS.
             05    WS-HORA-EXEC8   PIC     9(08)         VALUE ZEROS.
             05    WS-HORA-EXEC8-R REDEFINES             WS-HORA-EXEC8.
               07  WS-HORA-EXEC    PIC     9(06).
               07  FILLER          PIC     9(02).
      *
      ******************************************************************
      *         PEDIDO EM PROCESSAMENTO E CONTROLE DA GERACAO           *
      ******************************************************************
           03      WS-PEDIDO.
             05    FILLER          PIC     X(12)         VALUE
                                   'PEDIDO'.
             05    WS-DSN-ARQS     PIC     X(44)         VALUE SPACES.
             05    WS-NRSEQ        PIC     9(05)         VALUE ZEROS.
             05    WS-SIT-ANTERIOR PIC     X(01)         VALUE SPACES.
             05    WS-DS-RECUSA    PIC     X(50)         VALUE SPACES.
             05    WS-DS-HIST      PIC     X(44)         VALUE SPACES.
             05    WS-CTL-DATA     PIC     9(08)         VALUE ZEROS.
             05    WS-CTL-QTDLIN   PIC     9(05)         VALUE ZEROS.
             05    WS-CTL-DSN      PIC     X(44)         VALUE SPACES.
             05    WS-CTL-RETORNO  PIC     9(03)         VALUE ZEROS.
             05    WS-CTL-QTDEGRAV PIC     9(04)         VALUE ZEROS.
             05    WS-CTL-QTDEGRAV2 PIC    9(04)         VALUE ZEROS.
             05    WS-CTL-CONFERE  PIC     X(01)         VALUE SPACES.
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
      *     TABELA DE DESTINOS (DESTAB) CARREGADA EM MEMORIA            *
      ******************************************************************
       01          WS-DEST-TAB.
           03      WS-DEST-ENT     OCCURS  20 TIMES.
             05    WS-DEST-CDTRAN  PIC     X(08).
             05    WS-DEST-CDPARC  PIC     X(08).
             05    WS-DEST-DSN     PIC     X(44).
             05    WS-DEST-SITUACAO PIC    X(01).
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
      *                        ROTINA PRINCIPAL                         *
      ******************************************************************
       RTPRINCIPAL                     SECTION.
      ******************************************************************
      *
           PERFORM RTINICIAR.
      *
           IF WS-SEM-ERRO
               PERFORM RTPROCESSAR
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
      *                         ROTINA INICIAL                          *
      ******************************************************************
       RTINICIAR                       SECTION.
      ******************************************************************
      *
           ACCEPT WS-DATA-EXEC         FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC8        FROM TIME.
      *
           OPEN OUTPUT RELAT.
      *
           OPEN INPUT  PARM.
           MOVE 'OPEN'                 TO WS-OPER-ATUAL.
           MOVE 'SYSIN'                TO WS-ARQ-ATUAL.
           MOVE WS-FS-SYSIN            TO WS-FS-ATUAL.
           PERFORM RTCHKSTATUS.
      *
           OPEN INPUT  ARQV.
           MOVE 'OPEN'                 TO WS-OPER-ATUAL.
           MOVE 'ARQXML'               TO WS-ARQ-ATUAL.
           MOVE WS-FS-ARQXML           TO WS-FS-ATUAL.
           PERFORM RTCHKSTATUS.
      *
           OPEN I-O    GERA.
           MOVE 'OPEN'                 TO WS-OPER-ATUAL.
           MOVE 'GERACTRL'             TO WS-ARQ-ATUAL.
           MOVE WS-FS-GERA             TO WS-FS-ATUAL.
           PERFORM RTCHKSTATUS.
      *
           IF WS-SEM-ERRO
               PERFORM RTCARREGADEST
           END-IF.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *     ROTINA DE CARGA DA TABELA DE DESTINOS (DESTAB)              *
      ******************************************************************
       RTCARREGADEST                   SECTION.
      ******************************************************************
      *
           OPEN INPUT DEST.
      *
           IF DESTAB-OK
               READ DEST
                   AT END MOVE '10'    TO WS-FS-DESTAB
               END-READ
               PERFORM UNTIL DESTAB-FIM OR WS-ERRO-ENCONTRADO
                   IF WS-QTD-DEST GREATER 19
                       DISPLAY 'GXML15 - ERRO: QTDE DESTINOS DO DESTAB'
                       DISPLAY 'EXCEDE LIMITE DE 20 ENTRADAS DA TABELA'
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   ELSE
                       ADD 1           TO WS-QTD-DEST
                       MOVE FD-DEST-CDTRAN
                                       TO WS-DEST-CDTRAN(WS-QTD-DEST)
                       MOVE FD-DEST-CDPARC
                                       TO WS-DEST-CDPARC(WS-QTD-DEST)
                       MOVE FD-DEST-DSN TO WS-DEST-DSN(WS-QTD-DEST)
                       MOVE FD-DEST-SITUACAO
                                       TO WS-DEST-SITUACAO(WS-QTD-DEST)
                       READ DEST
                           AT END MOVE '10' TO WS-FS-DESTAB
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE DEST
           ELSE
               IF NOT DESTAB-INEXISTENTE
                   DISPLAY 'GXML15 - ALERTA: ERRO DE I/O NO ARQUIVO '
                           'DESTAB - FILE STATUS: ' WS-FS-DESTAB
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCARREGADEST-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *        ROTINA DE PROCESSAMENTO DOS PEDIDOS DE REEMISSAO         *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           READ PARM
               AT END MOVE '10'        TO WS-FS-SYSIN
           END-READ.
      *
           PERFORM UNTIL NOT SYSIN-OK OR WS-ERRO-ENCONTRADO
               ADD 1                   TO WS-LIDOS
               PERFORM RTREEMITIR
               READ PARM
                   AT END MOVE '10'    TO WS-FS-SYSIN
               END-READ
           END-PERFORM.
      *
           IF NOT SYSIN-OK AND NOT SYSIN-FIM
               MOVE 'READ'             TO WS-OPER-ATUAL
               MOVE 'SYSIN'            TO WS-ARQ-ATUAL
               MOVE WS-FS-SYSIN        TO WS-FS-ATUAL
               PERFORM RTCHKSTATUS
           END-IF.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *          ROTINA DE REEMISSAO DE UMA SEQUENCIA GERADA            *
      ******************************************************************
       RTREEMITIR                      SECTION.
      ******************************************************************
      *
           SET WS-PEDIDO-ACEITO        TO TRUE.
           MOVE SPACES                 TO WS-DS-RECUSA.
           MOVE SPACES                 TO WS-DSN-ARQS.
           MOVE SPACES                 TO WS-SIT-ANTERIOR.
           MOVE ZEROS                  TO WS-NRSEQ.
           MOVE ZEROS                  TO WS-QTD-LINHAS.
      *
           IF FD-PARM-CDTRAN EQUAL SPACES
                   OR FD-PARM-NRSEQ NOT NUMERIC
               SET WS-PEDIDO-RECUSADO  TO TRUE
               MOVE 'CARTAO INVALIDO - CDTRAN OU NRSEQ'
                                       TO WS-DS-RECUSA
           ELSE
               MOVE FD-PARM-NRSEQ      TO WS-NRSEQ
               PERFORM RTCHKGERA
           END-IF.
      *
           IF WS-PEDIDO-ACEITO AND WS-SEM-ERRO
               PERFORM RTLERCONTROLE
           END-IF.
      *
           IF WS-PEDIDO-ACEITO AND WS-SEM-ERRO
               PERFORM RTDESTINO
           END-IF.
      *
           IF WS-PEDIDO-ACEITO AND WS-SEM-ERRO
               PERFORM RTCHKLINHAS
           END-IF.
      *
           IF WS-PEDIDO-ACEITO AND WS-SEM-ERRO
               PERFORM RTGRAVAXML
           END-IF.
      *
           IF WS-PEDIDO-ACEITO AND WS-SEM-ERRO
               PERFORM RTMARCAGERA
           END-IF.
      *
           IF WS-PEDIDO-ACEITO AND WS-SEM-ERRO
               PERFORM RTHISTORICO
           END-IF.
      *
           IF WS-PEDIDO-RECUSADO
               ADD 1                   TO WS-RECUSADOS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML15 - RECUSADO ' FD-PARM-CDTRAN
                      ' PARC ' FD-PARM-CDPARC
                      ' SEQ ' FD-PARM-NRSEQ
                      ' - ' WS-DS-RECUSA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
           IF WS-ERRO-ENCONTRADO
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML15 - NAO PROCESSADO ' FD-PARM-CDTRAN
                      ' PARC ' FD-PARM-CDPARC
                      ' SEQ ' FD-PARM-NRSEQ
                      ' - ERRO DE I/O'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           ELSE
               ADD 1                   TO WS-REEMITIDOS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML15 - REEMITIDO ' FD-PARM-CDTRAN
                      ' PARC ' FD-PARM-CDPARC
                      ' SEQ ' WS-NRSEQ
                      ' DE ' WS-CTL-DATA
                      ' LINHAS ' WS-QTD-LINHAS
                      ' SIT ANTERIOR ' WS-SIT-ANTERIOR
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML15 -    DSN ' WS-DSN-ARQS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF
           END-IF.
      *
      ******************************************************************
       RTREEMITIR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE LEITURA DA SEQUENCIA PEDIDA NO GERACTRL             *
      ******************************************************************
       RTCHKGERA                       SECTION.
      ******************************************************************
      *
           MOVE FD-PARM-CDTRAN         TO FD-GERA-CDTRAN.
           MOVE FD-PARM-CDPARC         TO FD-GERA-CDPARC.
           MOVE WS-NRSEQ               TO FD-GERA-NRSEQ.
      *
           READ GERA.
      *
           IF GERA-OK
               MOVE FD-GERA-SITUACAO   TO WS-SIT-ANTERIOR
           ELSE
           IF GERA-NAO-ACHADA
               SET WS-PEDIDO-RECUSADO  TO TRUE
               MOVE 'SEQUENCIA INEXISTENTE NO GERACTRL'
                                       TO WS-DS-RECUSA
           ELSE
               MOVE 'READ'             TO WS-OPER-ATUAL
               MOVE 'GERACTRL'         TO WS-ARQ-ATUAL
               MOVE WS-FS-GERA         TO WS-FS-ATUAL
               PERFORM RTCHKSTATUS
           END-IF
           END-IF.
      *
      ******************************************************************
       RTCHKGERA-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE LEITURA DO REGISTRO DE CONTROLE DO ARQXML           *
      *   SEM A LINHA ZERO O ARQUIVAMENTO NAO FOI CONCLUIDO             *
      ******************************************************************
       RTLERCONTROLE                   SECTION.
      ******************************************************************
      *
           MOVE FD-PARM-CDTRAN         TO FD-ARQV-CDTRAN.
           MOVE FD-PARM-CDPARC         TO FD-ARQV-CDPARC.
           MOVE WS-NRSEQ               TO FD-ARQV-NRSEQ.
           MOVE ZEROS                  TO FD-ARQV-NRLINHA.
      *
           READ ARQV.
      *
           IF ARQXML-OK
               MOVE FD-ARQV-DATA       TO WS-CTL-DATA
               MOVE FD-ARQV-QTDLIN     TO WS-CTL-QTDLIN
               MOVE FD-ARQV-DSN        TO WS-CTL-DSN
               MOVE FD-ARQV-RETORNO    TO WS-CTL-RETORNO
               MOVE FD-ARQV-QTDEGRAV   TO WS-CTL-QTDEGRAV
               MOVE FD-ARQV-QTDEGRAV2  TO WS-CTL-QTDEGRAV2
               MOVE FD-ARQV-CONFERE    TO WS-CTL-CONFERE
           ELSE
           IF ARQXML-NAO-ACHADO
               SET WS-PEDIDO-RECUSADO  TO TRUE
               MOVE 'SEQUENCIA NAO ARQUIVADA NO ARQXML'
                                       TO WS-DS-RECUSA
           ELSE
               MOVE 'READ'             TO WS-OPER-ATUAL
               MOVE 'ARQXML'           TO WS-ARQ-ATUAL
               MOVE WS-FS-ARQXML       TO WS-FS-ATUAL
               PERFORM RTCHKSTATUS
           END-IF
           END-IF.
      *
      ******************************************************************
       RTLERCONTROLE-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE DETERMINACAO DO DSN DE DESTINO - O DO PARCEIRO NO   *
      *   DESTAB; SEM PARCEIRO (OU SEM DSN NO DESTAB) O DSN ORIGINAL    *
      ******************************************************************
       RTDESTINO                       SECTION.
      ******************************************************************
      *
           MOVE WS-CTL-DSN             TO WS-DSN-ARQS.
      *
           IF FD-PARM-CDPARC NOT = SPACES
               SET WS-DEST-NAO-ACHADO  TO TRUE
               MOVE 1                  TO WS-IND
               PERFORM UNTIL WS-IND GREATER WS-QTD-DEST
                                 OR WS-DEST-ACHADO
                   IF WS-DEST-CDTRAN(WS-IND) EQUAL FD-PARM-CDTRAN
                           AND WS-DEST-CDPARC(WS-IND)
                               EQUAL FD-PARM-CDPARC
                       SET WS-DEST-ACHADO TO TRUE
                   ELSE
                       ADD 1           TO WS-IND
                   END-IF
               END-PERFORM
               IF WS-DEST-NAO-ACHADO
                   SET WS-PEDIDO-RECUSADO TO TRUE
                   MOVE 'PARCEIRO NAO CADASTRADO NO DESTAB'
                                       TO WS-DS-RECUSA
               ELSE
               IF WS-DEST-SITUACAO(WS-IND) NOT = 'A'
                   SET WS-PEDIDO-RECUSADO TO TRUE
                   MOVE 'PARCEIRO INATIVO NO DESTAB'
                                       TO WS-DS-RECUSA
               ELSE
               IF WS-DEST-DSN(WS-IND) NOT = SPACES
                   MOVE WS-DEST-DSN(WS-IND) TO WS-DSN-ARQS
               END-IF
               END-IF
               END-IF
           END-IF.
      *
           IF WS-PEDIDO-ACEITO AND WS-DSN-ARQS EQUAL SPACES
               SET WS-PEDIDO-RECUSADO  TO TRUE
               MOVE 'DSN DE DESTINO NAO INFORMADO'
                                       TO WS-DS-RECUSA
           END-IF.
      *
      ******************************************************************
       RTDESTINO-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE CONFERENCIA DAS LINHAS DO ARQXML ANTES DA ABERTURA  *
      *   DO DSN DO PARCEIRO - COM ALGUMA LINHA FALTANDO, O PEDIDO E    *
      *   RECUSADO E O ARQUIVO DO PARCEIRO NAO E TOCADO                 *
      ******************************************************************
       RTCHKLINHAS                     SECTION.
      ******************************************************************
      *
           MOVE 1                      TO WS-NRLINHA.
      *
           PERFORM UNTIL WS-NRLINHA GREATER WS-CTL-QTDLIN
                             OR WS-ERRO-ENCONTRADO
                             OR WS-PEDIDO-RECUSADO
               MOVE WS-NRLINHA         TO FD-ARQV-NRLINHA
               READ ARQV
               IF ARQXML-NAO-ACHADO
                   SET WS-PEDIDO-RECUSADO TO TRUE
                   STRING 'ARQXML INCOMPLETO - FALTA A LINHA '
                          WS-NRLINHA
                                       DELIMITED BY SIZE
                                       INTO WS-DS-RECUSA
               ELSE
                   MOVE 'READ'         TO WS-OPER-ATUAL
                   MOVE 'ARQXML'       TO WS-ARQ-ATUAL
                   MOVE WS-FS-ARQXML   TO WS-FS-ATUAL
                   PERFORM RTCHKSTATUS
               END-IF
               ADD 1                   TO WS-NRLINHA
           END-PERFORM.
      *
      ******************************************************************
       RTCHKLINHAS-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE RECONSTRUCAO DO XML - AS LINHAS DO ARQXML SAO       *
      *   GRAVADAS NA ORDEM, EXATAMENTE COMO NA GERACAO ORIGINAL        *
      ******************************************************************
       RTGRAVAXML                      SECTION.
      ******************************************************************
      *
           OPEN OUTPUT ARQS.
           MOVE 'OPEN'                 TO WS-OPER-ATUAL.
           MOVE 'ARQS'                 TO WS-ARQ-ATUAL.
           MOVE WS-FS-SYS020           TO WS-FS-ATUAL.
           PERFORM RTCHKSTATUS.
      *
           IF WS-SEM-ERRO
               SET ARQS-ABERTO         TO TRUE
           END-IF.
      *
           MOVE 1                      TO WS-NRLINHA.
      *
           PERFORM UNTIL WS-NRLINHA GREATER WS-CTL-QTDLIN
                             OR WS-ERRO-ENCONTRADO
               MOVE WS-NRLINHA         TO FD-ARQV-NRLINHA
               READ ARQV
               IF ARQXML-OK
                   WRITE FD-ARQS       FROM FD-ARQV-LINHA
                   MOVE 'WRITE'        TO WS-OPER-ATUAL
                   MOVE 'ARQS'         TO WS-ARQ-ATUAL
                   MOVE WS-FS-SYS020   TO WS-FS-ATUAL
                   PERFORM RTCHKSTATUS
                   IF WS-SEM-ERRO
                       ADD 1           TO WS-QTD-LINHAS
                   END-IF
               ELSE
                   MOVE 'READ'         TO WS-OPER-ATUAL
                   MOVE 'ARQXML'       TO WS-ARQ-ATUAL
                   MOVE WS-FS-ARQXML   TO WS-FS-ATUAL
                   PERFORM RTCHKSTATUS
               END-IF
               ADD 1                   TO WS-NRLINHA
           END-PERFORM.
      *
           IF ARQS-ABERTO
               CLOSE ARQS
               SET ARQS-FECHADO        TO TRUE
           END-IF.
      *
      ******************************************************************
       RTGRAVAXML-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE REGISTRO DA REEMISSAO NO GERACTRL - A MESMA         *
      *   SEQUENCIA PASSA A 'R' (REEMITIDA, AGUARDANDO O NOVO AVISO DE  *
      *   TRANSMISSAO DO GXML05) COM A DATA E A QTDE DE REEMISSOES      *
      ******************************************************************
       RTMARCAGERA                     SECTION.
      ******************************************************************
      *
           MOVE FD-PARM-CDTRAN         TO FD-GERA-CDTRAN.
           MOVE FD-PARM-CDPARC         TO FD-GERA-CDPARC.
           MOVE WS-NRSEQ               TO FD-GERA-NRSEQ.
      *
           READ GERA.
      *
           IF GERA-OK
               MOVE 'R'                TO FD-GERA-SITUACAO
               IF FD-GERA-QTREEMIS NOT NUMERIC
                   MOVE ZEROS          TO FD-GERA-QTREEMIS
               END-IF
               ADD 1                   TO FD-GERA-QTREEMIS
               MOVE WS-DATA-EXEC       TO FD-GERA-DTREEMIS
               REWRITE FD-GERA-REG
               MOVE 'REWRITE'          TO WS-OPER-ATUAL
           ELSE
               MOVE 'READ'             TO WS-OPER-ATUAL
           END-IF.
      *
           MOVE 'GERACTRL'             TO WS-ARQ-ATUAL.
           MOVE WS-FS-GERA             TO WS-FS-ATUAL.
           PERFORM RTCHKSTATUS.
      *
      ******************************************************************
       RTMARCAGERA-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *     ROTINA DE GRAVACAO DO HISTORICO DE EXECUCAO (HISTEXEC)      *
      *     O DSNARQS 'REEMISSAO ...' IDENTIFICA O REGISTRO, QUE NAO E  *
      *     UMA NOVA GERACAO PARA O GXML04 E O GXML08                   *
      ******************************************************************
       RTHISTORICO                     SECTION.
      ******************************************************************
      *
           OPEN EXTEND HIST.
      *
           IF WS-FS-HIST EQUAL '35'
               OPEN OUTPUT HIST
           END-IF.
      *
           IF WS-FS-HIST NOT = '00'
               DISPLAY 'GXML15 - ALERTA: ERRO DE I/O NO ARQUIVO '
                       'HISTEXEC - HISTORICO NAO GRAVADO'
               DISPLAY 'GXML15 - FILE STATUS....: ' WS-FS-HIST
           ELSE
               MOVE SPACES             TO WS-DS-HIST
               STRING 'REEMISSAO SEQ ' WS-NRSEQ
                      ' PARC ' FD-PARM-CDPARC
                                       DELIMITED BY SIZE
                                       INTO WS-DS-HIST
               MOVE WS-DATA-EXEC       TO FD-HIST-DATA
               MOVE WS-HORA-EXEC       TO FD-HIST-HORA
               MOVE FD-PARM-CDTRAN     TO FD-HIST-CDTRAN
               MOVE WS-DS-HIST         TO FD-HIST-DSNARQS
               MOVE WS-CTL-RETORNO     TO FD-HIST-RETORNO
               MOVE WS-CTL-QTDEGRAV    TO FD-HIST-QTDEGRAV
               MOVE WS-CTL-QTDEGRAV2   TO FD-HIST-QTDEGRAV2
               MOVE WS-CTL-CONFERE     TO FD-HIST-CONFERE
               MOVE 'N'                TO FD-HIST-RESTART
               MOVE FD-PARM-CDPARC     TO FD-HIST-CDPARC
               MOVE WS-NRSEQ           TO FD-HIST-NRSEQ
               WRITE FD-HIST-REG
               IF WS-FS-HIST NOT = '00'
                   DISPLAY 'GXML15 - ALERTA: ERRO DE I/O NO ARQUIVO '
                           'HISTEXEC - HISTORICO NAO GRAVADO'
                   DISPLAY 'GXML15 - FILE STATUS....: ' WS-FS-HIST
               END-IF
               CLOSE HIST
           END-IF.
      *
      ******************************************************************
       RTHISTORICO-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                   ROTINA DE RELATORIO (SYSOUT)                  *
      ******************************************************************
       RTRELATORIO                     SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML15 - PEDIDOS LIDOS........: ' WS-LIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML15 - SEQUENCIAS REEMITIDAS: ' WS-REEMITIDOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML15 - PEDIDOS RECUSADOS....: ' WS-RECUSADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTRELATORIO-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                          ROTINA FINAL                           *
      ******************************************************************
       RTFINALIZAR                     SECTION.
      ******************************************************************
      *
           IF ARQS-ABERTO
               CLOSE ARQS
           END-IF.
      *
           CLOSE PARM.
      *
           CLOSE ARQV.
      *
           CLOSE GERA.
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
      *                      ROTINA DE VERIFICACAO                      *
      ******************************************************************
       RTCHKSTATUS                     SECTION.
      ******************************************************************
      *
           IF WS-FS-ATUAL NOT = '00'
               DISPLAY 'GXML15 - ERRO DE I/O NO ARQUIVO ' WS-ARQ-ATUAL
               DISPLAY 'GXML15 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML15 - FILE STATUS....: ' WS-FS-ATUAL
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTCHKSTATUS-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                          *
      ******************************************************************
