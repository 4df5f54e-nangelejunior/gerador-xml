      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. GXML19.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# GXML19                                       *
      *         *******************************************************
      *         *#FUNC:# RESUMO DIARIO DOS EVENTOS DE OPERACAO        *
      *         *#      # GRAVADOS PELOS PASSOS GXML00 A GXML10 NO    *
      *         *#      # EVTGXML. LISTA OS EVENTOS DO DIA POR        *
      *         *#      # SEVERIDADE (SEVERO, ERRO, ALERTA) E POR     *
      *         *#      # CODIGO DO CATALOGO, E GERA O ARQUIVO DE     *
      *         *#      # INTERFACE DA MONITORACAO (MONITEVT) COM OS  *
      *         *#      # EVENTOS DE ERRO E SEVEROS - INCIDENTE = S   *
      *         *#      # ABRE O CHAMADO AUTOMATICO NA FERRAMENTA     *
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
           SELECT EVENTO ASSIGN TO 'EVTGXML'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-EVENTO.
      *
           SELECT MONIT ASSIGN TO 'MONITEVT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-MONITEVT.
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
      *   INTERFACE DA FERRAMENTA DE MONITORACAO - UM REGISTRO POR      *
      *   EVENTO DE ERRO OU SEVERO, CAMPOS SEPARADOS POR ';':           *
      *   ORIGEM;DATA;HORA;PROGRAMA;SEVERIDADE;CODIGO;CDTRAN;PARCEIRO;  *
      *   NRSEQ;INCIDENTE(S/N);TEXTO                                    *
      ******************************************************************
       FD  MONIT
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-MONIT                PIC     X(200).
      *
      ******************************************************************
      *   CARTAO DE PARAMETROS - DATA DOS EVENTOS (AAAAMMDD, EM BRANCO  *
      *   = DATA DO DIA) E 'S' PARA LISTAR O CATALOGO DE CODIGOS        *
      ******************************************************************
       FD  PARM
           RECORDING MODE IS F
           LABEL   RECORD IS STANDARD
           BLOCK CONTAINS    0 RECORDS.
      *
       01  FD-PARM.
           05  FD-PARM-DATA        PIC     X(08).
           05  FD-PARM-CATALOGO    PIC     X(01).
      *
      ******************************************************************
      *            RESUMO DIARIO DOS EVENTOS DE OPERACAO (SYSOUT)       *
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
             05    WS-FS-EVENTO    PIC     X(02)         VALUE ZEROS.
               88  EVENTO-OK                             VALUE '00'.
               88  EVENTO-FIM                            VALUE '10'.
               88  EVENTO-INEXISTENTE                    VALUE '35'.
             05    WS-FS-MONITEVT  PIC     X(02)         VALUE ZEROS.
               88  MONITEVT-OK                           VALUE '00'.
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
             05    WS-DATA-EVT     PIC     9(08)         VALUE ZEROS.
             05    WS-SW-CATALOGO  PIC     X(01)         VALUE 'N'.
               88  WS-LISTA-CATALOGO                     VALUE 'S'.
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
             05    WS-SW-EVENTO    PIC     X(01)         VALUE 'N'.
               88  EVENTO-DISPONIVEL                     VALUE 'S'.
               88  EVENTO-AUSENTE                        VALUE 'N'.
             05    WS-SW-MONIT     PIC     X(01)         VALUE 'N'.
               88  MONIT-ABERTO                          VALUE 'S'.
               88  MONIT-FECHADO                         VALUE 'N'.
             05    WS-SW-CAT       PIC     X(01)         VALUE 'N'.
               88  WS-CAT-ACHADO                         VALUE 'S'.
               88  WS-CAT-NAO-ACHADO                     VALUE 'N'.
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
             05    WS-IND-CAT      PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-IND-SEV      PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-QTD-CATALOGO PIC    S9(05) COMP    VALUE 26.
             05    WS-LIDOS-EVT    PIC     9(07)         VALUE ZEROS.
             05    WS-QTD-DIA      PIC     9(07)         VALUE ZEROS.
             05    WS-QTD-SEVERO   PIC     9(07)         VALUE ZEROS.
             05    WS-QTD-ERRO     PIC     9(07)         VALUE ZEROS.
             05    WS-QTD-ALERTA   PIC     9(07)         VALUE ZEROS.
             05    WS-QTD-OUTRAS   PIC     9(07)         VALUE ZEROS.
             05    WS-QTD-FORA-CAT PIC     9(07)         VALUE ZEROS.
             05    WS-QTD-MONIT    PIC     9(07)         VALUE ZEROS.
             05    WS-QTD-INCIDENTE PIC    9(07)         VALUE ZEROS.
             05    WS-QTD-NAO-LISTADO PIC  9(07)         VALUE ZEROS.
             05    WS-QTD-LISTADO  PIC     9(07)         VALUE ZEROS.
      *
      ******************************************************************
      *                AREA DE MONTAGEM DO EVENTO                       *
      ******************************************************************
           03      WS-MONTAGEM.
             05    FILLER          PIC     X(12)         VALUE
                                   'MONTAGEM'.
             05    WS-DS-SEVERIDADE PIC    X(06)         VALUE SPACES.
             05    WS-INCIDENTE    PIC     X(01)         VALUE SPACES.
             05    WS-SEV-LISTA    PIC     X(01)         VALUE SPACES.
             05    WS-DS-CATALOGO  PIC     X(40)         VALUE SPACES.
      *
      ******************************************************************
      *                    RELATORIO DE CONTROLE (SYSOUT)               *
      ******************************************************************
           03      WS-RELATORIO.
             05    FILLER          PIC     X(12)         VALUE
                                   'RELATORIO'.
             05    WS-LINHA-RELAT  PIC     X(132)        VALUE SPACES.
             05    WS-LINHA-MONIT  PIC     X(200)        VALUE SPACES.
      *
      ******************************************************************
      *   CATALOGO DOS CODIGOS DE EVENTO DE OPERACAO. CADA ENTRADA:     *
      *   CODIGO (6) + SEVERIDADE (A ALERTA, E ERRO, S SEVERO) +        *
      *   INCIDENTE NA MONITORACAO (S/N), SEGUIDO DA DESCRICAO          *
      ******************************************************************
       01          WS-CATALOGO.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM001SS'.
           03      FILLER          PIC     X(40)         VALUE
                   'ERRO DE I/O EM ARQUIVO - PASSO ABORTADO'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM002AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'FALHA DE I/O NAO FATAL - PASSO CONTINUA'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM003AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'ARQUIVO OPCIONAL AUSENTE OU INDISPONIVEL'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM004AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'TABELA EM MEMORIA CHEIA - PROC. PARCIAL'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM005SS'.
           03      FILLER          PIC     X(40)         VALUE
                   'LIMITE DE TABELA EXCEDIDO - PASSO ABORTA'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM006SS'.
           03      FILLER          PIC     X(40)         VALUE
                   'CARTAO DE PARAMETROS AUSENTE OU INVALIDO'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM010ES'.
           03      FILLER          PIC     X(40)         VALUE
                   'PASSOS ANTERIORES DO CICLO PENDENTES'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM011AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'EXECUCAO LIBERADA PELO OPERADOR'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM020AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'SEQUENCIA ANTERIOR AINDA NAO TRANSMITIDA'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM021ES'.
           03      FILLER          PIC     X(40)         VALUE
                   'QTDE GRAVADA DIVERGE DA QTDE DECLARADA'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM022AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'NOVA SEQUENCIA FORCADA APOS TRANSMISSAO'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM023EN'.
           03      FILLER          PIC     X(40)         VALUE
                   'EXECUCAO RECUSADA PELO CALENDARIO'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM024AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'GERACAO FORCADA EM DIA SEM PROCESSAMENTO'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM025EN'.
           03      FILLER          PIC     X(40)         VALUE
                   'CARTAO RECUSADO NO CONTROLE DE GERACAO'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM026AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'DETALHE ORFAO - MOTIVO FORA DA LISTA1'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM030EN'.
           03      FILLER          PIC     X(40)         VALUE
                   'CRITICA DE ESTRUTURA DO XML GERADO'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM040AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'MOVIMENTO DO MESTRE DE MOTIVOS RECUSADO'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM050AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'AVISO DE RECEBIMENTO EM EXCECAO'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM080AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'SEQUENCIA NAO TRANSMITIDA NO PRAZO'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM081ES'.
           03      FILLER          PIC     X(40)         VALUE
                   'LACUNA NA NUMERACAO DE SEQUENCIA'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM082AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'GERACTRL E HISTEXEC SEM CORRESPONDENCIA'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM083EN'.
           03      FILLER          PIC     X(40)         VALUE
                   'FALHA DE GERACAO SEM REEXECUCAO'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM100AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'ENTRADA DO JORNAL IGNORADA NO ESTORNO'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM900SS'.
           03      FILLER          PIC     X(40)         VALUE
                   'PASSO TERMINADO COM ERRO (RC 16)'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM901ES'.
           03      FILLER          PIC     X(40)         VALUE
                   'PASSO NAO EXECUTADO PELO CICLO (RC 12)'.
           03      FILLER          PIC     X(08)         VALUE
                                   'GXM902AN'.
           03      FILLER          PIC     X(40)         VALUE
                   'PASSO TERMINADO COM RESSALVA (RC 04/08)'.
       01          WS-CATALOGO-R   REDEFINES             WS-CATALOGO.
           03      WS-CAT-ENT      OCCURS  26 TIMES.
             05    WS-CAT-CODIGO   PIC     X(06).
             05    WS-CAT-SEVERIDADE PIC   X(01).
             05    WS-CAT-INCIDENTE PIC    X(01).
             05    WS-CAT-DESCRICAO PIC    X(40).
      *
      ******************************************************************
      *   QUANTIDADE DE EVENTOS DO DIA POR CODIGO DO CATALOGO           *
      ******************************************************************
       01          WS-CAT-QTD-TAB.
           03      WS-CAT-QTD      OCCURS  26 TIMES
                                   PIC     9(07).
      *
      ******************************************************************
      *   EVENTOS DO DIA EM MEMORIA PARA A LISTAGEM POR SEVERIDADE      *
      ******************************************************************
       01          WS-EVT-TAB.
           03      WS-EVT-ENT      OCCURS  2000 TIMES.
             05    WS-EVT-HORA     PIC     9(06).
             05    WS-EVT-PROGRAMA PIC     X(08).
             05    WS-EVT-SEVERIDADE PIC   X(01).
             05    WS-EVT-CODIGO   PIC     X(06).
             05    WS-EVT-CDTRAN   PIC     X(08).
             05    WS-EVT-CDPARC   PIC     X(08).
             05    WS-EVT-NRSEQ    PIC     9(05).
             05    WS-EVT-TEXTO    PIC     X(80).
      *
      ******************************************************************
      *   ORDEM DE LISTAGEM DAS SEVERIDADES                             *
      ******************************************************************
       01          WS-SEV-ORDEM.
           03      FILLER          PIC     X(07)         VALUE
                                   'SSEVERO'.
           03      FILLER          PIC     X(07)         VALUE
                                   'EERRO  '.
           03      FILLER          PIC     X(07)         VALUE
                                   'AALERTA'.
       01          WS-SEV-ORDEM-R  REDEFINES             WS-SEV-ORDEM.
           03      WS-SEV-ENT      OCCURS  3 TIMES.
             05    WS-SEV-CODIGO   PIC     X(01).
             05    WS-SEV-DESCRICAO PIC    X(06).
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
           IF WS-SEM-ERRO AND EVENTO-DISPONIVEL
               PERFORM RTLEREVENTOS
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTLISTAEVENTOS
               PERFORM RTLISTACODIGOS
           END-IF.
      *
           IF WS-SEM-ERRO AND WS-LISTA-CATALOGO
               PERFORM RTLISTACATALOGO
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
           ACCEPT WS-DATA-EVT          FROM DATE YYYYMMDD.
      *
           MOVE 1                      TO WS-IND-CAT.
      *
           PERFORM UNTIL WS-IND-CAT GREATER WS-QTD-CATALOGO
               MOVE ZEROS              TO WS-CAT-QTD(WS-IND-CAT)
               ADD 1                   TO WS-IND-CAT
           END-PERFORM.
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
               IF FD-PARM-DATA NOT = SPACES
                   IF FD-PARM-DATA NUMERIC
                           AND FD-PARM-DATA NOT = '00000000'
                       MOVE FD-PARM-DATA TO WS-DATA-EVT
                   ELSE
                       DISPLAY 'GXML19 - ERRO: DATA DO CARTAO '
                               'INVALIDA: ' FD-PARM-DATA
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   END-IF
               END-IF
               IF FD-PARM-CATALOGO EQUAL 'S'
                   SET WS-LISTA-CATALOGO TO TRUE
               END-IF
           END-IF.
      *
           CLOSE PARM.
      *
           OPEN INPUT  EVENTO.
      *
           IF EVENTO-OK
               SET EVENTO-DISPONIVEL   TO TRUE
           ELSE
           IF EVENTO-INEXISTENTE
               DISPLAY 'GXML19 - ALERTA: ARQUIVO EVTGXML INEXISTENTE'
                       ' - NENHUM EVENTO GRAVADO'
           ELSE
               DISPLAY 'GXML19 - ERRO DE I/O NO ARQUIVO EVTGXML'
               DISPLAY 'GXML19 - OPERACAO.......: OPEN'
               DISPLAY 'GXML19 - FILE STATUS....: ' WS-FS-EVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF
           END-IF.
      *
           OPEN OUTPUT MONIT.
      *
           IF MONITEVT-OK
               SET MONIT-ABERTO        TO TRUE
           ELSE
               DISPLAY 'GXML19 - ERRO DE I/O NO ARQUIVO MONITEVT'
               DISPLAY 'GXML19 - OPERACAO.......: OPEN'
               DISPLAY 'GXML19 - FILE STATUS....: ' WS-FS-MONITEVT
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML19 - RESUMO DOS EVENTOS DE OPERACAO DO DIA '
                  WS-DATA-EVT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LEITURA DO EVTGXML - SELECIONA OS EVENTOS DA DATA,   *
      *  CONTA POR SEVERIDADE E CODIGO, GRAVA A INTERFACE DA            *
      *  MONITORACAO E GUARDA O EVENTO PARA A LISTAGEM                  *
      ******************************************************************
       RTLEREVENTOS                    SECTION.
      ******************************************************************
      *
           READ EVENTO
               AT END MOVE '10'        TO WS-FS-EVENTO
           END-READ.
      *
           PERFORM UNTIL EVENTO-FIM OR WS-ERRO-ENCONTRADO
               IF NOT EVENTO-OK
                   DISPLAY 'GXML19 - ERRO DE I/O NO ARQUIVO EVTGXML'
                   DISPLAY 'GXML19 - OPERACAO.......: READ'
                   DISPLAY 'GXML19 - FILE STATUS....: ' WS-FS-EVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               ELSE
                   ADD 1               TO WS-LIDOS-EVT
                   IF FD-EVT-DATA EQUAL WS-DATA-EVT
                       PERFORM RTEVENTODIA
                   END-IF
                   READ EVENTO
                       AT END MOVE '10' TO WS-FS-EVENTO
                   END-READ
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTLEREVENTOS-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE TRATAMENTO DE UM EVENTO DA DATA DO RESUMO            *
      ******************************************************************
       RTEVENTODIA                     SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-QTD-DIA.
      *
           IF FD-EVT-SEVERIDADE EQUAL 'S'
               ADD 1                   TO WS-QTD-SEVERO
               MOVE 'SEVERO'           TO WS-DS-SEVERIDADE
           ELSE
           IF FD-EVT-SEVERIDADE EQUAL 'E'
               ADD 1                   TO WS-QTD-ERRO
               MOVE 'ERRO'             TO WS-DS-SEVERIDADE
           ELSE
           IF FD-EVT-SEVERIDADE EQUAL 'A'
               ADD 1                   TO WS-QTD-ALERTA
               MOVE 'ALERTA'           TO WS-DS-SEVERIDADE
           ELSE
               ADD 1                   TO WS-QTD-OUTRAS
               MOVE SPACES             TO WS-DS-SEVERIDADE
           END-IF
           END-IF
           END-IF.
      *
           SET WS-CAT-NAO-ACHADO       TO TRUE.
           MOVE 1                      TO WS-IND-CAT.
      *
           PERFORM UNTIL WS-IND-CAT GREATER WS-QTD-CATALOGO
                             OR WS-CAT-ACHADO
               IF WS-CAT-CODIGO(WS-IND-CAT) EQUAL FD-EVT-CODIGO
                   SET WS-CAT-ACHADO   TO TRUE
                   ADD 1               TO WS-CAT-QTD(WS-IND-CAT)
               ELSE
                   ADD 1               TO WS-IND-CAT
               END-IF
           END-PERFORM.
      *
           IF WS-CAT-NAO-ACHADO
               ADD 1                   TO WS-QTD-FORA-CAT
           END-IF.
      *
           IF FD-EVT-SEVERIDADE EQUAL 'S'
                   OR FD-EVT-SEVERIDADE EQUAL 'E'
               PERFORM RTGRAVAMONIT
           END-IF.
      *
           IF WS-QTD-LISTADO LESS 2000
               ADD 1                   TO WS-QTD-LISTADO
               MOVE WS-QTD-LISTADO     TO WS-IND
               MOVE FD-EVT-HORA        TO WS-EVT-HORA(WS-IND)
               MOVE FD-EVT-PROGRAMA    TO WS-EVT-PROGRAMA(WS-IND)
               MOVE FD-EVT-SEVERIDADE  TO WS-EVT-SEVERIDADE(WS-IND)
               MOVE FD-EVT-CODIGO      TO WS-EVT-CODIGO(WS-IND)
               MOVE FD-EVT-CDTRAN      TO WS-EVT-CDTRAN(WS-IND)
               MOVE FD-EVT-CDPARC      TO WS-EVT-CDPARC(WS-IND)
               MOVE FD-EVT-NRSEQ       TO WS-EVT-NRSEQ(WS-IND)
               MOVE FD-EVT-TEXTO       TO WS-EVT-TEXTO(WS-IND)
           ELSE
               ADD 1                   TO WS-QTD-NAO-LISTADO
           END-IF.
      *
      ******************************************************************
       RTEVENTODIA-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GRAVACAO DE UM EVENTO NA INTERFACE DA MONITORACAO    *
      *  INCIDENTE = 'S' PARA EVENTO SEVERO OU CODIGO DO CATALOGO COM   *
      *  ABERTURA DE INCIDENTE                                          *
      ******************************************************************
       RTGRAVAMONIT                    SECTION.
      ******************************************************************
      *
           MOVE 'N'                    TO WS-INCIDENTE.
      *
           IF FD-EVT-SEVERIDADE EQUAL 'S'
               MOVE 'S'                TO WS-INCIDENTE
           ELSE
           IF WS-CAT-ACHADO
               MOVE WS-CAT-INCIDENTE(WS-IND-CAT) TO WS-INCIDENTE
           END-IF
           END-IF.
      *
           IF WS-INCIDENTE EQUAL 'S'
               ADD 1                   TO WS-QTD-INCIDENTE
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-MONIT.
           STRING 'GXML;' FD-EVT-DATA ';' FD-EVT-HORA
                  ';' FD-EVT-PROGRAMA ';' WS-DS-SEVERIDADE
                  ';' FD-EVT-CODIGO ';' FD-EVT-CDTRAN
                  ';' FD-EVT-CDPARC ';' FD-EVT-NRSEQ
                  ';' WS-INCIDENTE ';' FD-EVT-TEXTO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-MONIT.
      *
           WRITE FD-MONIT              FROM WS-LINHA-MONIT.
      *
           IF MONITEVT-OK
               ADD 1                   TO WS-QTD-MONIT
           ELSE
               DISPLAY 'GXML19 - ERRO DE I/O NO ARQUIVO MONITEVT'
               DISPLAY 'GXML19 - OPERACAO.......: WRITE'
               DISPLAY 'GXML19 - FILE STATUS....: ' WS-FS-MONITEVT
               SET WS-ERRO-ENCONTRADO  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTGRAVAMONIT-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LISTAGEM DOS EVENTOS DO DIA POR SEVERIDADE - SEVERO, *
      *  ERRO E ALERTA, NA ORDEM DE GRAVACAO                            *
      ******************************************************************
       RTLISTAEVENTOS                  SECTION.
      ******************************************************************
      *
           MOVE 1                      TO WS-IND-SEV.
      *
           PERFORM UNTIL WS-IND-SEV GREATER 3
               MOVE SPACES             TO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML19 - EVENTOS '
                      WS-SEV-DESCRICAO(WS-IND-SEV)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               MOVE WS-SEV-CODIGO(WS-IND-SEV) TO WS-SEV-LISTA
               PERFORM RTLISTASEVERIDADE
               ADD 1                   TO WS-IND-SEV
           END-PERFORM.
      *
           IF WS-QTD-OUTRAS GREATER ZEROS
               MOVE SPACES             TO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML19 - EVENTOS COM SEVERIDADE INVALIDA'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               MOVE SPACES             TO WS-SEV-LISTA
               PERFORM RTLISTASEVERIDADE
           END-IF.
      *
           IF WS-QTD-NAO-LISTADO GREATER ZEROS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML19 - ALERTA: ' WS-QTD-NAO-LISTADO
                      ' EVENTOS ALEM DO LIMITE DE 2000 NAO LISTADOS '
                      '(CONTADOS NOS TOTAIS E NA INTERFACE)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF.
      *
      ******************************************************************
       RTLISTAEVENTOS-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LISTAGEM DOS EVENTOS DE UMA SEVERIDADE. SEVERIDADE   *
      *  EM BRANCO LISTA OS EVENTOS COM SEVERIDADE FORA DO PADRAO       *
      ******************************************************************
       RTLISTASEVERIDADE               SECTION.
      ******************************************************************
      *
           MOVE 1                      TO WS-IND.
      *
           PERFORM UNTIL WS-IND GREATER WS-QTD-LISTADO
               IF WS-EVT-SEVERIDADE(WS-IND) EQUAL WS-SEV-LISTA
                       OR (WS-SEV-LISTA EQUAL SPACES
                           AND WS-EVT-SEVERIDADE(WS-IND) NOT = 'S'
                           AND WS-EVT-SEVERIDADE(WS-IND) NOT = 'E'
                           AND WS-EVT-SEVERIDADE(WS-IND) NOT = 'A')
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING 'GXML19 -    ' WS-EVT-HORA(WS-IND)
                          ' ' WS-EVT-PROGRAMA(WS-IND)
                          ' ' WS-EVT-CODIGO(WS-IND)
                          ' ' WS-EVT-SEVERIDADE(WS-IND)
                          ' TRAN ' WS-EVT-CDTRAN(WS-IND)
                          ' PARC ' WS-EVT-CDPARC(WS-IND)
                          ' SEQ ' WS-EVT-NRSEQ(WS-IND)
                          ' ' WS-EVT-TEXTO(WS-IND)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
               END-IF
               ADD 1                   TO WS-IND
           END-PERFORM.
      *
      ******************************************************************
       RTLISTASEVERIDADE-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LISTAGEM DA QUANTIDADE DE EVENTOS POR CODIGO         *
      ******************************************************************
       RTLISTACODIGOS                  SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML19 - EVENTOS DO DIA POR CODIGO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE 1                      TO WS-IND-CAT.
      *
           PERFORM UNTIL WS-IND-CAT GREATER WS-QTD-CATALOGO
               IF WS-CAT-QTD(WS-IND-CAT) GREATER ZEROS
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING 'GXML19 -    ' WS-CAT-CODIGO(WS-IND-CAT)
                          ' ' WS-CAT-SEVERIDADE(WS-IND-CAT)
                          ' ' WS-CAT-QTD(WS-IND-CAT)
                          ' ' WS-CAT-DESCRICAO(WS-IND-CAT)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
               END-IF
               ADD 1                   TO WS-IND-CAT
           END-PERFORM.
      *
           IF WS-QTD-FORA-CAT GREATER ZEROS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML19 -    ' 'GXM???' '   ' WS-QTD-FORA-CAT
                      ' CODIGO FORA DO CATALOGO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF.
      *
      ******************************************************************
       RTLISTACODIGOS-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LISTAGEM DO CATALOGO DE CODIGOS DE EVENTO            *
      ******************************************************************
       RTLISTACATALOGO                 SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML19 - CATALOGO DE CODIGOS DE EVENTO (CODIGO '
                  'SEVERIDADE INCIDENTE DESCRICAO)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE 1                      TO WS-IND-CAT.
      *
           PERFORM UNTIL WS-IND-CAT GREATER WS-QTD-CATALOGO
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML19 -    ' WS-CAT-CODIGO(WS-IND-CAT)
                      ' ' WS-CAT-SEVERIDADE(WS-IND-CAT)
                      ' ' WS-CAT-INCIDENTE(WS-IND-CAT)
                      ' ' WS-CAT-DESCRICAO(WS-IND-CAT)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               ADD 1                   TO WS-IND-CAT
           END-PERFORM.
      *
      ******************************************************************
       RTLISTACATALOGO-EXIT.           EXIT.
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
           STRING 'GXML19 - DATA DOS EVENTOS.....: ' WS-DATA-EVT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML19 - EVENTOS LIDOS........: ' WS-LIDOS-EVT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML19 - EVENTOS DO DIA.......: ' WS-QTD-DIA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML19 - SEVEROS..............: ' WS-QTD-SEVERO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML19 - ERROS................: ' WS-QTD-ERRO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML19 - ALERTAS..............: ' WS-QTD-ALERTA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           IF WS-QTD-OUTRAS GREATER ZEROS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML19 - SEVERIDADE INVALIDA..: ' WS-QTD-OUTRAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF.
      *
           IF WS-QTD-FORA-CAT GREATER ZEROS
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML19 - FORA DO CATALOGO.....: '
                      WS-QTD-FORA-CAT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML19 - ENVIADOS MONITORACAO.: ' WS-QTD-MONIT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML19 - ABERTURA DE INCIDENTE: ' WS-QTD-INCIDENTE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTRELATORIO-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA FINAL - RC 04 QUANDO HOUVE EVENTO SEVERO NO DIA         *
      ******************************************************************
       RTFINALIZAR                     SECTION.
      ******************************************************************
      *
           IF EVENTO-DISPONIVEL
               CLOSE EVENTO
           END-IF.
      *
           IF MONIT-ABERTO
               CLOSE MONIT
           END-IF.
      *
           CLOSE RELAT.
      *
           IF WS-ERRO-ENCONTRADO
               MOVE 16                 TO RETURN-CODE
           ELSE
           IF WS-QTD-SEVERO GREATER ZEROS
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
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
