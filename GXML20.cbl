      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. GXML20.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# GXML20                                       *
      *         *******************************************************
      *         *#FUNC:# EXTRATO MENSAL DE TRANSMISSOES POR PARCEIRO  *
      *         *#      # DO DESTAB: CADA SEQUENCIA GERADA (OU        *
      *         *#      # REEMITIDA) NO MES, COM DATA, QTDE DE        *
      *         *#      # MOTIVOS E DETALHES, CONFERE DO TRAILER,     *
      *         *#      # RESULTADO DO AVISO DE RECEBIMENTO E         *
      *         *#      # REEMISSOES. EMITE O RELATORIO IMPRESSO E UM *
      *         *#      # ARQUIVO DELIMITADO (EXTPARC) POR PARCEIRO,  *
      *         *#      # PARA ENVIO AO PARCEIRO                      *
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
           SELECT DEST  ASSIGN TO 'DESTAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-DESTAB.
      *
           SELECT GERA  ASSIGN TO 'GERACTRL'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-GERA-CHAVE
                  FILE  STATUS IS WS-FS-GERA.
      *
           SELECT HIST  ASSIGN TO 'HISTEXEC'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-HIST.
      *
           SELECT EXTR  ASSIGN TO DYNAMIC WS-DSN-EXTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-EXTPARC.
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
      *        TABELA DE DESTINOS POR CODIGO DE TRANSACAO/PARCEIRO      *
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
           05  FD-GERA-DATA-R      REDEFINES             FD-GERA-DATA.
               07  FD-GERA-AAAAMM  PIC     X(06).
               07  FILLER          PIC     X(02).
           05  FD-GERA-HORA        PIC     9(06).
           05  FD-GERA-SITUACAO    PIC     X(01).
           05  FD-GERA-QTREEMIS    PIC     9(03).
           05  FD-GERA-DTREEMIS    PIC     9(08).
           05  FD-GERA-DTREEMIS-R  REDEFINES
                                   FD-GERA-DTREEMIS.
               07  FD-GERA-AAAAMM-REEM
                                   PIC     X(06).
               07  FILLER          PIC     X(02).
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
      *   EXTRATO DELIMITADO POR ';' PARA CONCILIACAO DO PARCEIRO - UM  *
      *   DSN POR PARCEIRO (PREFIXO.CDPARC.MAAAAMM), COM UMA LINHA DE   *
      *   TITULOS E UMA LINHA POR SEQUENCIA DO PARCEIRO                 *
      ******************************************************************
       FD  EXTR
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-EXTR                 PIC     X(200).
      *
      ******************************************************************
      *   CARTAO DE PARAMETROS - MES (AAAAMM, EM BRANCO = MES ANTERIOR) *
      *   PARCEIRO (EM BRANCO = TODOS OS PARCEIROS DO DESTAB) E PREFIXO *
      *   DOS DSN DO EXTPARC (EM BRANCO = GXML.EXTPARC)                 *
      ******************************************************************
       FD  PARM
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-PARM.
           05  FD-PARM-ANOMES      PIC     X(06).
           05  FD-PARM-CDPARC      PIC     X(08).
           05  FD-PARM-PREFIXO     PIC     X(26).
      *
      ******************************************************************
      *          EXTRATO MENSAL DE TRANSMISSOES IMPRESSO (SYSOUT)       *
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
             05    WS-FS-DESTAB    PIC     X(02)         VALUE ZEROS.
               88  DESTAB-OK                             VALUE '00'.
               88  DESTAB-FIM                            VALUE '10'.
               88  DESTAB-INEXISTENTE                    VALUE '35'.
             05    WS-FS-GERA      PIC     X(02)         VALUE ZEROS.
               88  GERA-OK                               VALUE '00'.
               88  GERA-FIM                              VALUE '10'.
               88  GERA-INEXISTENTE                      VALUE '35'.
             05    WS-FS-HIST      PIC     X(02)         VALUE ZEROS.
               88  HIST-OK                               VALUE '00'.
               88  HIST-FIM                              VALUE '10'.
               88  HIST-INEXISTENTE                      VALUE '35'.
             05    WS-FS-EXTPARC   PIC     X(02)         VALUE ZEROS.
               88  EXTPARC-OK                            VALUE '00'.
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
             05    WS-ANOMES-REF-X REDEFINES             WS-ANOMES-REF
                                   PIC     X(06).
             05    WS-CDPARC-PARM  PIC     X(08)         VALUE SPACES.
             05    WS-PREFIXO-EXTR PIC     X(26)         VALUE
                                   'GXML.EXTPARC'.
             05    WS-DSN-EXTR     PIC     X(44)         VALUE SPACES.
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
             05    WS-SW-ACHADO    PIC     X(01)         VALUE 'N'.
               88  WS-PAR-ACHADO                         VALUE 'S'.
               88  WS-PAR-NAO-ACHADO                     VALUE 'N'.
             05    WS-SW-COMPLETO  PIC     X(01)         VALUE 'S'.
               88  WS-EXTRATO-COMPLETO                   VALUE 'S'.
               88  WS-EXTRATO-INCOMPLETO                 VALUE 'N'.
             05    WS-SW-STAB-CHEIA PIC    X(01)         VALUE 'N'.
               88  WS-STAB-CHEIA                         VALUE 'S'.
             05    WS-SW-EXTR      PIC     X(01)         VALUE 'N'.
               88  EXTR-ABERTO                           VALUE 'S'.
               88  EXTR-FECHADO                          VALUE 'N'.
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
             05    WS-IND-PARC     PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-QTD-PARC     PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-QTD-SEQ      PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-LIDOS-DEST   PIC     9(05)         VALUE ZEROS.
             05    WS-LIDOS-GERA   PIC     9(07)         VALUE ZEROS.
             05    WS-LIDOS-HIST   PIC     9(07)         VALUE ZEROS.
             05    WS-HIST-CASADOS PIC     9(07)         VALUE ZEROS.
             05    WS-HIST-SEM-CHAVE PIC   9(07)         VALUE ZEROS.
             05    WS-SEQ-FORA     PIC     9(05)         VALUE ZEROS.
             05    WS-QTD-EXTRATOS PIC     9(05)         VALUE ZEROS.
             05    WS-QTD-LINHAS   PIC     9(07)         VALUE ZEROS.
             05    WS-TOT-SEQ      PIC     9(05)         VALUE ZEROS.
             05    WS-TOT-MOT      PIC     9(07)         VALUE ZEROS.
             05    WS-TOT-DET      PIC     9(07)         VALUE ZEROS.
             05    WS-TOT-CONFIRM  PIC     9(05)         VALUE ZEROS.
             05    WS-TOT-REJEIT   PIC     9(05)         VALUE ZEROS.
             05    WS-TOT-PENDENTE PIC     9(05)         VALUE ZEROS.
             05    WS-TOT-REEMIT   PIC     9(05)         VALUE ZEROS.
             05    WS-TOT-SEM-HIST PIC     9(05)         VALUE ZEROS.
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
      *
      ******************************************************************
      *             MONTAGEM DA LINHA DE UMA SEQUENCIA                  *
      ******************************************************************
           03      WS-MONTAGEM.
             05    FILLER          PIC     X(12)         VALUE
                                   'MONTAGEM'.
             05    WS-DS-CONFERE   PIC     X(08)         VALUE SPACES.
             05    WS-DS-RECEB     PIC     X(11)         VALUE SPACES.
             05    WS-DT-RECEB     PIC     9(08)         VALUE ZEROS.
             05    WS-DS-DTRECEB   PIC     X(08)         VALUE SPACES.
             05    WS-DS-DTREEMIS  PIC     X(08)         VALUE SPACES.
      *
      ******************************************************************
      *                    RELATORIO DE CONTROLE (SYSOUT)               *
      ******************************************************************
           03      WS-RELATORIO.
             05    FILLER          PIC     X(12)         VALUE
                                   'RELATORIO'.
             05    WS-LINHA-RELAT  PIC     X(132)        VALUE SPACES.
             05    WS-LINHA-EXTR   PIC     X(200)        VALUE SPACES.
      *
      ******************************************************************
      *     PARCEIROS DO DESTAB (UM EXTRATO POR PARCEIRO)               *
      ******************************************************************
       01          WS-PARC-TAB.
           03      WS-PARC-ENT     OCCURS  20 TIMES.
             05    WS-PARC-CDPARC  PIC     X(08).
      *
      ******************************************************************
      *     SEQUENCIAS DO MES DO GERACTRL, COMPLETADAS COM O HISTEXEC   *
      *     (GERACAO: QTDES E CONFERE; AVISO: ULTIMA CONFIRMACAO E      *
      *     ULTIMA REJEICAO DO GATEWAY)                                 *
      ******************************************************************
       01          WS-SEQ-TAB.
           03      WS-SEQ-ENT      OCCURS  3000 TIMES.
             05    WS-SEQ-CDTRAN   PIC     X(08).
             05    WS-SEQ-CDPARC   PIC     X(08).
             05    WS-SEQ-NRSEQ    PIC     9(05).
             05    WS-SEQ-DATA     PIC     9(08).
             05    WS-SEQ-HORA     PIC     9(06).
             05    WS-SEQ-SITUACAO PIC     X(01).
             05    WS-SEQ-QTREEMIS PIC     9(03).
             05    WS-SEQ-DTREEMIS PIC     9(08).
             05    WS-SEQ-HIST     PIC     X(01).
               88  WS-SEQ-COM-HIST                       VALUE 'S'.
               88  WS-SEQ-SEM-HIST                       VALUE 'N'.
             05    WS-SEQ-QTDMOT   PIC     9(04).
             05    WS-SEQ-QTDDET   PIC     9(04).
             05    WS-SEQ-CONFERE  PIC     X(01).
             05    WS-SEQ-DTCONF   PIC     9(08).
             05    WS-SEQ-DTREJ    PIC     9(08).
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
               PERFORM RTCARREGADEST
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTCARREGAGERA
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTLERHIST
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTEXTRATOS
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
      *  SEM MES NO CARTAO, O EXTRATO E DO MES ANTERIOR AO DA           *
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
               MOVE FD-PARM-CDPARC     TO WS-CDPARC-PARM
               IF FD-PARM-PREFIXO NOT = SPACES
                   MOVE FD-PARM-PREFIXO TO WS-PREFIXO-EXTR
               END-IF
           END-IF.
      *
           CLOSE PARM.
      *
           IF WS-MES-REF LESS 01 OR WS-MES-REF GREATER 12
                   OR WS-ANO-REF EQUAL ZEROS
               DISPLAY 'GXML20 - ERRO: MES DO EXTRATO INVALIDO NO '
                       'CARTAO (AAAAMM): ' FD-PARM-ANOMES
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CARGA DOS PARCEIROS DO DESTAB - O MESMO PARCEIRO     *
      *  PODE APARECER EM VARIOS CDTRAN, MAS TEM UM UNICO EXTRATO       *
      ******************************************************************
       RTCARREGADEST                   SECTION.
      ******************************************************************
      *
           OPEN INPUT DEST.
      *
           IF DESTAB-INEXISTENTE
               DISPLAY 'GXML20 - ALERTA: ARQUIVO DESTAB INEXISTENTE - '
                       'NENHUM EXTRATO EMITIDO'
               SET WS-EXTRATO-INCOMPLETO TO TRUE
           ELSE
               MOVE 'OPEN'             TO WS-OPER-ATUAL
               MOVE 'DESTAB'           TO WS-ARQ-ATUAL
               MOVE WS-FS-DESTAB       TO WS-FS-ATUAL
               PERFORM RTCHKSTATUS
           END-IF.
      *
           IF DESTAB-OK
               READ DEST
                   AT END MOVE '10'    TO WS-FS-DESTAB
               END-READ
               PERFORM UNTIL DESTAB-FIM OR WS-ERRO-ENCONTRADO
                   IF NOT DESTAB-OK
                       MOVE 'READ'     TO WS-OPER-ATUAL
                       MOVE 'DESTAB'   TO WS-ARQ-ATUAL
                       MOVE WS-FS-DESTAB TO WS-FS-ATUAL
                       PERFORM RTCHKSTATUS
                   ELSE
                       ADD 1           TO WS-LIDOS-DEST
                       IF FD-DEST-CDPARC NOT = SPACES
                               AND (WS-CDPARC-PARM EQUAL SPACES
                                OR WS-CDPARC-PARM EQUAL FD-DEST-CDPARC)
                           PERFORM RTGUARDAPARC
                       END-IF
                       READ DEST
                           AT END MOVE '10' TO WS-FS-DESTAB
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE DEST
           END-IF.
      *
           IF WS-SEM-ERRO AND WS-CDPARC-PARM NOT = SPACES
                   AND WS-QTD-PARC EQUAL ZEROS
               DISPLAY 'GXML20 - ERRO: PARCEIRO DO CARTAO NAO '
                       'CADASTRADO NO DESTAB: ' WS-CDPARC-PARM
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTCARREGADEST-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE INCLUSAO DE UM PARCEIRO NA TABELA, SEM REPETICAO     *
      ******************************************************************
       RTGUARDAPARC                    SECTION.
      ******************************************************************
      *
           SET WS-PAR-NAO-ACHADO       TO TRUE.
           MOVE 1                      TO WS-IND-PARC.
      *
           PERFORM UNTIL WS-IND-PARC GREATER WS-QTD-PARC
                             OR WS-PAR-ACHADO
               IF WS-PARC-CDPARC(WS-IND-PARC) EQUAL FD-DEST-CDPARC
                   SET WS-PAR-ACHADO   TO TRUE
               ELSE
                   ADD 1               TO WS-IND-PARC
               END-IF
           END-PERFORM.
      *
           IF WS-PAR-NAO-ACHADO
               IF WS-QTD-PARC GREATER 19
                   DISPLAY 'GXML20 - ERRO: QTDE PARCEIROS DO DESTAB'
                   DISPLAY 'EXCEDE LIMITE DE 20 ENTRADAS DA TABELA'
                   SET WS-ERRO-ENCONTRADO TO TRUE
               ELSE
                   ADD 1               TO WS-QTD-PARC
                   MOVE FD-DEST-CDPARC TO WS-PARC-CDPARC(WS-QTD-PARC)
               END-IF
           END-IF.
      *
      ******************************************************************
       RTGUARDAPARC-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CARGA DAS SEQUENCIAS DO MES DO GERACTRL - ENTRAM AS  *
      *  SEQUENCIAS DOS PARCEIROS DO EXTRATO GERADAS OU REEMITIDAS NO   *
      *  MES. A LEITURA EM ORDEM DE CHAVE DEIXA A TABELA ORDENADA POR   *
      *  CDTRAN E NRSEQ DENTRO DE CADA PARCEIRO                         *
      ******************************************************************
       RTCARREGAGERA                   SECTION.
      ******************************************************************
      *
           OPEN INPUT GERA.
      *
           IF GERA-INEXISTENTE
               DISPLAY 'GXML20 - ALERTA: ARQUIVO GERACTRL INEXISTENTE '
                       '- EXTRATOS SEM SEQUENCIAS'
               SET WS-EXTRATO-INCOMPLETO TO TRUE
           ELSE
               MOVE 'OPEN'             TO WS-OPER-ATUAL
               MOVE 'GERACTRL'         TO WS-ARQ-ATUAL
               MOVE WS-FS-GERA         TO WS-FS-ATUAL
               PERFORM RTCHKSTATUS
           END-IF.
      *
           IF GERA-OK
               READ GERA NEXT
                   AT END MOVE '10'    TO WS-FS-GERA
               END-READ
               PERFORM UNTIL GERA-FIM OR WS-ERRO-ENCONTRADO
                   IF NOT GERA-OK
                       MOVE 'READ'     TO WS-OPER-ATUAL
                       MOVE 'GERACTRL' TO WS-ARQ-ATUAL
                       MOVE WS-FS-GERA TO WS-FS-ATUAL
                       PERFORM RTCHKSTATUS
                   ELSE
                       ADD 1           TO WS-LIDOS-GERA
                       IF FD-GERA-AAAAMM EQUAL WS-ANOMES-REF-X
                               OR FD-GERA-AAAAMM-REEM
                                   EQUAL WS-ANOMES-REF-X
                           PERFORM RTGUARDASEQ
                       END-IF
                       READ GERA NEXT
                           AT END MOVE '10' TO WS-FS-GERA
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE GERA
           END-IF.
      *
      ******************************************************************
       RTCARREGAGERA-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE INCLUSAO DE UMA SEQUENCIA DO MES NA TABELA           *
      ******************************************************************
       RTGUARDASEQ                     SECTION.
      ******************************************************************
      *
           SET WS-PAR-NAO-ACHADO       TO TRUE.
           MOVE 1                      TO WS-IND-PARC.
      *
           PERFORM UNTIL WS-IND-PARC GREATER WS-QTD-PARC
                             OR WS-PAR-ACHADO
               IF WS-PARC-CDPARC(WS-IND-PARC) EQUAL FD-GERA-CDPARC
                   SET WS-PAR-ACHADO   TO TRUE
               ELSE
                   ADD 1               TO WS-IND-PARC
               END-IF
           END-PERFORM.
      *
           IF WS-PAR-ACHADO
               IF WS-QTD-SEQ GREATER 2999
                   ADD 1               TO WS-SEQ-FORA
                   IF NOT WS-STAB-CHEIA
                       SET WS-STAB-CHEIA TO TRUE
                       SET WS-EXTRATO-INCOMPLETO TO TRUE
                       DISPLAY 'GXML20 - ALERTA: TABELA DE SEQUENCIAS '
                               'CHEIA - EXTRATOS PARCIAIS'
                   END-IF
               ELSE
                   ADD 1               TO WS-QTD-SEQ
                   MOVE FD-GERA-CDTRAN TO WS-SEQ-CDTRAN(WS-QTD-SEQ)
                   MOVE FD-GERA-CDPARC TO WS-SEQ-CDPARC(WS-QTD-SEQ)
                   MOVE FD-GERA-NRSEQ  TO WS-SEQ-NRSEQ(WS-QTD-SEQ)
                   MOVE FD-GERA-DATA   TO WS-SEQ-DATA(WS-QTD-SEQ)
                   MOVE FD-GERA-HORA   TO WS-SEQ-HORA(WS-QTD-SEQ)
                   MOVE FD-GERA-SITUACAO
                                       TO WS-SEQ-SITUACAO(WS-QTD-SEQ)
                   MOVE FD-GERA-QTREEMIS
                                       TO WS-SEQ-QTREEMIS(WS-QTD-SEQ)
                   MOVE FD-GERA-DTREEMIS
                                       TO WS-SEQ-DTREEMIS(WS-QTD-SEQ)
                   SET WS-SEQ-SEM-HIST(WS-QTD-SEQ) TO TRUE
                   MOVE ZEROS          TO WS-SEQ-QTDMOT(WS-QTD-SEQ)
                   MOVE ZEROS          TO WS-SEQ-QTDDET(WS-QTD-SEQ)
                   MOVE SPACES         TO WS-SEQ-CONFERE(WS-QTD-SEQ)
                   MOVE ZEROS          TO WS-SEQ-DTCONF(WS-QTD-SEQ)
                   MOVE ZEROS          TO WS-SEQ-DTREJ(WS-QTD-SEQ)
               END-IF
           END-IF.
      *
      ******************************************************************
       RTGUARDASEQ-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LEITURA DO HISTEXEC COMPLETO - A GERACAO DE UMA      *
      *  SEQUENCIA REEMITIDA NO MES PODE SER DE MES ANTERIOR, E OS      *
      *  AVISOS DE RECEBIMENTO PODEM CHEGAR DEPOIS DO FIM DO MES        *
      ******************************************************************
       RTLERHIST                       SECTION.
      ******************************************************************
      *
           OPEN INPUT HIST.
      *
           IF HIST-INEXISTENTE
               DISPLAY 'GXML20 - ALERTA: ARQUIVO HISTEXEC INEXISTENTE '
                       '- QTDES E AVISOS NAO INFORMADOS'
               SET WS-EXTRATO-INCOMPLETO TO TRUE
           ELSE
               MOVE 'OPEN'             TO WS-OPER-ATUAL
               MOVE 'HISTEXEC'         TO WS-ARQ-ATUAL
               MOVE WS-FS-HIST         TO WS-FS-ATUAL
               PERFORM RTCHKSTATUS
           END-IF.
      *
           IF HIST-OK
               READ HIST
                   AT END MOVE '10'    TO WS-FS-HIST
               END-READ
               PERFORM UNTIL HIST-FIM OR WS-ERRO-ENCONTRADO
                   IF NOT HIST-OK
                       MOVE 'READ'     TO WS-OPER-ATUAL
                       MOVE 'HISTEXEC' TO WS-ARQ-ATUAL
                       MOVE WS-FS-HIST TO WS-FS-ATUAL
                       PERFORM RTCHKSTATUS
                   ELSE
                       ADD 1           TO WS-LIDOS-HIST
                       PERFORM RTCASAHIST
                       READ HIST
                           AT END MOVE '10' TO WS-FS-HIST
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE HIST
           END-IF.
      *
      ******************************************************************
       RTLERHIST-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CASAMENTO DE UM REGISTRO DO HISTEXEC COM A SEQUENCIA *
      *  PELA CHAVE CDTRAN + PARCEIRO + NRSEQ. REGISTROS DE GERACAO     *
      *  ANTERIORES A ESSES CAMPOS CASAM POR CDTRAN + DATA + HORA, COMO *
      *  NA CONCILIACAO DO GXML08. O ULTIMO REGISTRO LIDO PREVALECE     *
      *  (REEXECUCAO E RESTART). AS REEMISSOES VEM DO GERACTRL          *
      ******************************************************************
       RTCASAHIST                      SECTION.
      ******************************************************************
      *
           IF FD-HIST-DSNARQS(1:10) EQUAL 'REEMISSAO '
               CONTINUE
           ELSE
               SET WS-PAR-NAO-ACHADO   TO TRUE
               MOVE 1                  TO WS-IND
               IF FD-HIST-NRSEQ NUMERIC AND FD-HIST-NRSEQ GREATER ZEROS
                   PERFORM UNTIL WS-IND GREATER WS-QTD-SEQ
                                     OR WS-PAR-ACHADO
                       IF WS-SEQ-CDTRAN(WS-IND) EQUAL FD-HIST-CDTRAN
                               AND WS-SEQ-CDPARC(WS-IND)
                                   EQUAL FD-HIST-CDPARC
                               AND WS-SEQ-NRSEQ(WS-IND)
                                   EQUAL FD-HIST-NRSEQ
                           SET WS-PAR-ACHADO TO TRUE
                       ELSE
                           ADD 1       TO WS-IND
                       END-IF
                   END-PERFORM
               ELSE
               IF FD-HIST-DSNARQS(1:12) NOT = 'TRANSMISSAO '
                   ADD 1               TO WS-HIST-SEM-CHAVE
                   PERFORM UNTIL WS-IND GREATER WS-QTD-SEQ
                                     OR WS-PAR-ACHADO
                       IF WS-SEQ-CDTRAN(WS-IND) EQUAL FD-HIST-CDTRAN
                               AND WS-SEQ-DATA(WS-IND)
                                   EQUAL FD-HIST-DATA
                               AND WS-SEQ-HORA(WS-IND)
                                   EQUAL FD-HIST-HORA
                           SET WS-PAR-ACHADO TO TRUE
                       ELSE
                           ADD 1       TO WS-IND
                       END-IF
                   END-PERFORM
               END-IF
               END-IF
               IF WS-PAR-ACHADO
                   ADD 1               TO WS-HIST-CASADOS
                   PERFORM RTGUARDAHIST
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCASAHIST-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE TRANSPORTE DO HISTEXEC PARA A SEQUENCIA CASADA       *
      ******************************************************************
       RTGUARDAHIST                    SECTION.
      ******************************************************************
      *
           IF FD-HIST-DSNARQS(1:12) EQUAL 'TRANSMISSAO '
               IF FD-HIST-RETORNO EQUAL ZEROS
                   MOVE FD-HIST-DATA   TO WS-SEQ-DTCONF(WS-IND)
               ELSE
                   MOVE FD-HIST-DATA   TO WS-SEQ-DTREJ(WS-IND)
               END-IF
           ELSE
               SET WS-SEQ-COM-HIST(WS-IND) TO TRUE
               MOVE FD-HIST-CONFERE    TO WS-SEQ-CONFERE(WS-IND)
               MOVE ZEROS              TO WS-SEQ-QTDMOT(WS-IND)
               MOVE ZEROS              TO WS-SEQ-QTDDET(WS-IND)
               IF FD-HIST-QTDEGRAV NUMERIC
                   MOVE FD-HIST-QTDEGRAV TO WS-SEQ-QTDMOT(WS-IND)
               END-IF
               IF FD-HIST-QTDEGRAV2 NUMERIC
                   MOVE FD-HIST-QTDEGRAV2 TO WS-SEQ-QTDDET(WS-IND)
               END-IF
           END-IF.
      *
      ******************************************************************
       RTGUARDAHIST-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE EMISSAO DOS EXTRATOS - UM EXTRATO POR PARCEIRO       *
      ******************************************************************
       RTEXTRATOS                      SECTION.
      ******************************************************************
      *
           MOVE 1                      TO WS-IND-PARC.
      *
           PERFORM UNTIL WS-IND-PARC GREATER WS-QTD-PARC
                             OR WS-ERRO-ENCONTRADO
               PERFORM RTEXTRATOPARC
               ADD 1                   TO WS-IND-PARC
           END-PERFORM.
      *
      ******************************************************************
       RTEXTRATOS-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE EMISSAO DO EXTRATO DE UM PARCEIRO - O ARQUIVO        *
      *  DELIMITADO DO PARCEIRO TEM SOMENTE AS SUAS SEQUENCIAS          *
      ******************************************************************
       RTEXTRATOPARC                   SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-DSN-EXTR.
           STRING WS-PREFIXO-EXTR      DELIMITED BY SPACE
                  '.'                  DELIMITED BY SIZE
                  WS-PARC-CDPARC(WS-IND-PARC)
                                       DELIMITED BY SPACE
                  '.M' WS-ANOMES-REF   DELIMITED BY SIZE
                                       INTO WS-DSN-EXTR.
      *
           OPEN OUTPUT EXTR.
           MOVE 'OPEN'                 TO WS-OPER-ATUAL.
           MOVE 'EXTPARC'              TO WS-ARQ-ATUAL.
           MOVE WS-FS-EXTPARC          TO WS-FS-ATUAL.
           PERFORM RTCHKSTATUS.
      *
           IF WS-ERRO-ENCONTRADO
               DISPLAY 'GXML20 - DSN............: ' WS-DSN-EXTR
           ELSE
               SET EXTR-ABERTO         TO TRUE
               MOVE SPACES             TO WS-LINHA-EXTR
               STRING 'CDPARC;ANOMES;CDTRAN;NRSEQ;DTGERACAO;HRGERACAO;'
                      'QTDMOTIVOS;QTDDETALHES;CONFERE;RECEBIMENTO;'
                      'DTRECEBIMENTO;QTDREEMISSOES;DTULTREEMISSAO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-EXTR
               PERFORM RTGRAVAEXTR
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTEMITEPARC
           END-IF.
      *
           IF EXTR-ABERTO
               CLOSE EXTR
               SET EXTR-FECHADO        TO TRUE
           END-IF.
      *
      ******************************************************************
       RTEXTRATOPARC-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE EMISSAO DAS LINHAS DO EXTRATO DE UM PARCEIRO NO      *
      *  RELATORIO E NO ARQUIVO DELIMITADO DO PARCEIRO                  *
      ******************************************************************
       RTEMITEPARC                     SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-QTD-EXTRATOS.
           MOVE ZEROS                  TO WS-TOT-SEQ.
           MOVE ZEROS                  TO WS-TOT-MOT.
           MOVE ZEROS                  TO WS-TOT-DET.
           MOVE ZEROS                  TO WS-TOT-CONFIRM.
           MOVE ZEROS                  TO WS-TOT-REJEIT.
           MOVE ZEROS                  TO WS-TOT-PENDENTE.
           MOVE ZEROS                  TO WS-TOT-REEMIT.
           MOVE ZEROS                  TO WS-TOT-SEM-HIST.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML20 - EXTRATO MENSAL DE TRANSMISSOES - PARCEIRO '
                  WS-PARC-CDPARC(WS-IND-PARC)
                  ' - MES ' WS-ANOMES-REF
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML20 - ARQUIVO DELIMITADO: ' WS-DSN-EXTR
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML20 -    CDTRAN   NRSEQ DTGERAC. HRGER. MOT. '
                  'DET. CONFERE  RECEBIMENTO DTRECEB. REE DTREEMIS'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE 1                      TO WS-IND.
      *
           PERFORM UNTIL WS-IND GREATER WS-QTD-SEQ
                             OR WS-ERRO-ENCONTRADO
               IF WS-SEQ-CDPARC(WS-IND)
                       EQUAL WS-PARC-CDPARC(WS-IND-PARC)
                   PERFORM RTLINHASEQ
               END-IF
               ADD 1                   TO WS-IND
           END-PERFORM.
      *
           IF WS-TOT-SEQ EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML20 -    NENHUMA SEQUENCIA GERADA OU '
                      'REEMITIDA NO MES'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML20 - SEQUENCIAS: ' WS-TOT-SEQ
                  '  MOTIVOS: ' WS-TOT-MOT
                  '  DETALHES: ' WS-TOT-DET
                  '  REEMITIDAS: ' WS-TOT-REEMIT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML20 - CONFIRMADAS: ' WS-TOT-CONFIRM
                  '  REJEITADAS: ' WS-TOT-REJEIT
                  '  PENDENTES: ' WS-TOT-PENDENTE
                  '  SEM HISTORICO: ' WS-TOT-SEM-HIST
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTEMITEPARC-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE EMISSAO DE UMA SEQUENCIA NO EXTRATO. RECEBIMENTO:    *
      *  SITUACAO 'T' NO GERACTRL = CONFIRMADO; REJEICAO DO GATEWAY     *
      *  POSTERIOR A ULTIMA REEMISSAO = REJEITADO; DEMAIS = PENDENTE    *
      ******************************************************************
       RTLINHASEQ                      SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-TOT-SEQ.
           ADD WS-SEQ-QTDMOT(WS-IND)   TO WS-TOT-MOT.
           ADD WS-SEQ-QTDDET(WS-IND)   TO WS-TOT-DET.
      *
           IF WS-SEQ-COM-HIST(WS-IND)
               MOVE WS-SEQ-CONFERE(WS-IND) TO WS-DS-CONFERE
           ELSE
               MOVE 'SEM HIST'         TO WS-DS-CONFERE
               ADD 1                   TO WS-TOT-SEM-HIST
           END-IF.
      *
           IF WS-SEQ-SITUACAO(WS-IND) EQUAL 'T'
               MOVE 'CONFIRMADO'       TO WS-DS-RECEB
               MOVE WS-SEQ-DTCONF(WS-IND) TO WS-DT-RECEB
               ADD 1                   TO WS-TOT-CONFIRM
           ELSE
           IF WS-SEQ-DTREJ(WS-IND) GREATER ZEROS
                   AND (WS-SEQ-SITUACAO(WS-IND) NOT = 'R'
                       OR WS-SEQ-DTREJ(WS-IND)
                           NOT LESS WS-SEQ-DTREEMIS(WS-IND))
               MOVE 'REJEITADO'        TO WS-DS-RECEB
               MOVE WS-SEQ-DTREJ(WS-IND) TO WS-DT-RECEB
               ADD 1                   TO WS-TOT-REJEIT
           ELSE
               MOVE 'PENDENTE'         TO WS-DS-RECEB
               MOVE ZEROS              TO WS-DT-RECEB
               ADD 1                   TO WS-TOT-PENDENTE
           END-IF
           END-IF.
      *
           IF WS-DT-RECEB EQUAL ZEROS
               MOVE SPACES             TO WS-DS-DTRECEB
           ELSE
               MOVE WS-DT-RECEB        TO WS-DS-DTRECEB
           END-IF.
      *
           IF WS-SEQ-QTREEMIS(WS-IND) EQUAL ZEROS
               MOVE SPACES             TO WS-DS-DTREEMIS
           ELSE
               MOVE WS-SEQ-DTREEMIS(WS-IND) TO WS-DS-DTREEMIS
               ADD 1                   TO WS-TOT-REEMIT
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML20 -    ' WS-SEQ-CDTRAN(WS-IND)
                  ' ' WS-SEQ-NRSEQ(WS-IND)
                  ' ' WS-SEQ-DATA(WS-IND)
                  ' ' WS-SEQ-HORA(WS-IND)
                  ' ' WS-SEQ-QTDMOT(WS-IND)
                  ' ' WS-SEQ-QTDDET(WS-IND)
                  ' ' WS-DS-CONFERE
                  ' ' WS-DS-RECEB
                  ' ' WS-DS-DTRECEB
                  ' ' WS-SEQ-QTREEMIS(WS-IND)
                  ' ' WS-DS-DTREEMIS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-EXTR.
           STRING WS-SEQ-CDPARC(WS-IND)
                  ';' WS-ANOMES-REF
                  ';' WS-SEQ-CDTRAN(WS-IND)
                  ';' WS-SEQ-NRSEQ(WS-IND)
                  ';' WS-SEQ-DATA(WS-IND)
                  ';' WS-SEQ-HORA(WS-IND)
                  ';' WS-SEQ-QTDMOT(WS-IND)
                  ';' WS-SEQ-QTDDET(WS-IND)
                  ';' WS-SEQ-CONFERE(WS-IND)
                  ';'                  DELIMITED BY SIZE
                  WS-DS-RECEB          DELIMITED BY SPACE
                  ';' WS-DT-RECEB
                  ';' WS-SEQ-QTREEMIS(WS-IND)
                  ';' WS-SEQ-DTREEMIS(WS-IND)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-EXTR.
           PERFORM RTGRAVAEXTR.
      *
      ******************************************************************
       RTLINHASEQ-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GRAVACAO DE UMA LINHA DO ARQUIVO DELIMITADO          *
      ******************************************************************
       RTGRAVAEXTR                     SECTION.
      ******************************************************************
      *
           WRITE FD-EXTR               FROM WS-LINHA-EXTR.
      *
           MOVE 'WRITE'                TO WS-OPER-ATUAL.
           MOVE 'EXTPARC'              TO WS-ARQ-ATUAL.
           MOVE WS-FS-EXTPARC          TO WS-FS-ATUAL.
           PERFORM RTCHKSTATUS.
      *
           IF WS-SEM-ERRO
               ADD 1                   TO WS-QTD-LINHAS
           END-IF.
      *
      ******************************************************************
       RTGRAVAEXTR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                   ROTINA DE RELATORIO (SYSOUT)                  *
      ******************************************************************
       RTRELATORIO                     SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML20 - MES DO EXTRATO.......: ' WS-ANOMES-REF
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML20 - DESTAB LIDOS.........: ' WS-LIDOS-DEST
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML20 - GERACTRL LIDOS.......: ' WS-LIDOS-GERA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML20 - HISTEXEC LIDOS.......: ' WS-LIDOS-HIST
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML20 - HISTEXEC CASADOS.....: ' WS-HIST-CASADOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           IF WS-HIST-SEM-CHAVE GREATER ZEROS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML20 - HISTEXEC SEM PARCEIRO: '
                      WS-HIST-SEM-CHAVE
                      ' (CASADOS POR DATA E HORA)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF.
      *
           IF WS-SEQ-FORA GREATER ZEROS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML20 - SEQUENCIAS NAO LISTADAS: ' WS-SEQ-FORA
                      ' (TABELA CHEIA)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML20 - EXTRATOS EMITIDOS....: ' WS-QTD-EXTRATOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML20 - LINHAS NOS EXTPARC...: ' WS-QTD-LINHAS
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
           IF EXTR-ABERTO
               CLOSE EXTR
           END-IF.
      *
           CLOSE RELAT.
      *
           IF WS-ERRO-ENCONTRADO
               MOVE 16                 TO RETURN-CODE
           ELSE
           IF WS-EXTRATO-INCOMPLETO
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
               DISPLAY 'GXML20 - ERRO DE I/O NO ARQUIVO ' WS-ARQ-ATUAL
               DISPLAY 'GXML20 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML20 - FILE STATUS....: ' WS-FS-ATUAL
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTCHKSTATUS-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
