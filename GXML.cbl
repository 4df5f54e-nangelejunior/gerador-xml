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
           SELECT DEST  ASSIGN TO 'DESTAB'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE  STATUS IS WS-FS-DESTAB.
      *
           SELECT MTRAN ASSIGN TO 'MOTTRAN'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-MTR-CHAVE
                  FILE  STATUS IS WS-FS-MOTTRAN.
      *
           SELECT ARQV  ASSIGN TO 'ARQXML'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-ARQV-CHAVE
                  FILE  STATUS IS WS-FS-ARQXML.
      *
           SELECT ESTAT ASSIGN TO 'ESTMOT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-EST-CHAVE
                  FILE  STATUS IS WS-FS-ESTMOT.
      *
           SELECT DSCI  ASSIGN TO 'DESCIDI'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DSI-CHAVE
                  FILE  STATUS IS WS-FS-DESCIDI.
      *
      ******************************************************************
       DATA                            DIVISION.
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
      *        EXTRATO DELIMITADO PARA A AREA DE ANALISE DE DADOS       *
      ******************************************************************
       FD  ARQEXT
           05  FD-HIST-QTDEGRAV2   PIC     9(04).
           05  FD-HIST-CONFERE     PIC     X(01).
           05  FD-HIST-RESTART     PIC     X(01).
           05  FD-HIST-CDPARC      PIC     X(08).
           05  FD-HIST-NRSEQ       PIC     9(05).
      *
      ******************************************************************
      *     FOTOGRAFIA DOS MOTIVOS ENVIADOS NA EXECUCAO ANTERIOR, POR   *
      *     CDTRAN (CDTRAN EM BRANCO = FOTOGRAFIA ANTIGA DO CATALOGO)   *
      ******************************************************************
       FD  SNAP
           RECORDING MODE IS F
       01  FD-SNAP-REG.
           05  FD-SNAP-CODIGO      PIC     9(05).
           05  FD-SNAP-DESC        PIC     X(60).
           05  FD-SNAP-CDTRAN      PIC     X(08).
      *
      ******************************************************************
      *     CONTROLE DE SEQUENCIA DE GERACAO POR CODIGO DE TRANSACAO    *
           05  FD-GERA-DATA        PIC     9(08).
           05  FD-GERA-HORA        PIC     9(06).
           05  FD-GERA-SITUACAO    PIC     X(01).
           05  FD-GERA-QTREEMIS    PIC     9(03).
           05  FD-GERA-DTREEMIS    PIC     9(08).
      *
      ******************************************************************
      *     TABELA DE DESTINOS (PARCEIROS) POR CODIGO DE TRANSACAO     *
           05  FD-DEST-ENCODE      PIC     X(01).
           05  FD-DEST-EXTRATO     PIC     X(01).
           05  FD-DEST-SITUACAO    PIC     X(01).
           05  FD-DEST-IDIOMA      PIC     X(02).
      *
      ******************************************************************
      *     CALENDARIO DE DIAS DE PROCESSAMENTO DA INSTALACAO          *
           05  FD-CAL-DATA         PIC     X(08).
           05  FD-CAL-SIT          PIC     X(01).
      *
      ******************************************************************
      *     ATRIBUICAO DE MOTIVOS POR CODIGO DE TRANSACAO              *
      *     (VSAM KSDS - CHAVE CDTRAN + CDMOTICAN)                      *
      ******************************************************************
       FD  MTRAN.
      *
       01  FD-MTR-REG.
           05  FD-MTR-CHAVE.
             10  FD-MTR-CDTRAN     PIC     X(08).
             10  FD-MTR-CDMOTICAN  PIC     9(05).
           05  FD-MTR-SITUACAO     PIC     X(01).
           05  FD-MTR-DTULTMOV     PIC     9(08).
           05  FD-MTR-DTINIVIG     PIC     9(08).
           05  FD-MTR-DTFIMVIG     PIC     9(08).
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
      *     DESCRICOES DOS MOTIVOS ('M') E DETALHES ('D') POR IDIOMA    *
      *     (VSAM KSDS - CHAVE TIPO + CODIGO + IDIOMA)                  *
      ******************************************************************
       FD  DSCI.
      *
       01  FD-DSI-REG.
           05  FD-DSI-CHAVE.
             10  FD-DSI-TIPO       PIC     X(01).
             10  FD-DSI-CODIGO     PIC     9(05).
             10  FD-DSI-IDIOMA     PIC     X(02).
           05  FD-DSI-DESC         PIC     X(60).
           05  FD-DSI-SITUACAO     PIC     X(01).
           05  FD-DSI-DTULTMOV     PIC     9(08).
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
      ******************************************************************
               88  DESTAB-OK                             VALUE '00'.
               88  DESTAB-FIM                             VALUE '10'.
               88  DESTAB-INEXISTENTE                     VALUE '35'.
             05    WS-FS-MOTTRAN   PIC     X(02)         VALUE ZEROS.
               88  MOTTRAN-OK                            VALUE '00'.
               88  MOTTRAN-FIM                            VALUE '10'.
               88  MOTTRAN-INEXISTENTE                    VALUE '35'.
             05    WS-FS-ARQXML    PIC     X(02)         VALUE ZEROS.
               88  ARQXML-OK                             VALUE '00'.
               88  ARQXML-DUPLICADO                       VALUE '22'.
               88  ARQXML-INEXISTENTE                     VALUE '35'.
             05    WS-FS-ESTMOT    PIC     X(02)         VALUE ZEROS.
               88  ESTMOT-OK                             VALUE '00'.
               88  ESTMOT-DUPLICADO                       VALUE '22'.
               88  ESTMOT-INEXISTENTE                     VALUE '35'.
             05    WS-FS-DESCIDI   PIC     X(02)         VALUE ZEROS.
               88  DESCIDI-OK                            VALUE '00'.
               88  DESCIDI-NAO-ACHADA                     VALUE '23'.
               88  DESCIDI-INEXISTENTE                    VALUE '35'.
      *
      ******************************************************************
      *                    CHECKPOINT / RESTART DO LACO                 *
             05    WS-SW-ENC-UTF8  PIC     X(01)         VALUE 'N'.
               88  WS-ENC-UTF8                           VALUE 'S'.
               88  WS-ENC-ISO                            VALUE 'N'.
             05    WS-SW-MOTTRAN   PIC     X(01)         VALUE 'N'.
               88  MOTTRAN-DISPONIVEL                    VALUE 'S'.
               88  MOTTRAN-AUSENTE                       VALUE 'N'.
             05    WS-SW-ATRIB     PIC     X(01)         VALUE 'N'.
               88  WS-TRAN-COM-ATRIB                     VALUE 'S'.
               88  WS-TRAN-SEM-ATRIB                     VALUE 'N'.
             05    WS-SW-ATR-VIGENTE PIC   X(01)         VALUE 'N'.
               88  WS-ATR-VIGENTE                        VALUE 'S'.
               88  WS-ATR-NAO-VIGENTE                    VALUE 'N'.
             05    WS-SW-ARQV      PIC     X(01)         VALUE 'N'.
               88  WS-ARQV-GRAVADO                       VALUE 'S'.
               88  WS-ARQV-NAO-GRAVADO                   VALUE 'N'.
             05    WS-SW-ESTAT     PIC     X(01)         VALUE 'N'.
               88  WS-ESTAT-GRAVADA                      VALUE 'S'.
               88  WS-ESTAT-NAO-GRAVADA                  VALUE 'N'.
             05    WS-SW-DESCIDI   PIC     X(01)         VALUE 'N'.
               88  DESCIDI-DISPONIVEL                    VALUE 'S'.
               88  DESCIDI-AUSENTE                       VALUE 'N'.
             05    WS-SW-TRADUCAO  PIC     X(01)         VALUE 'N'.
               88  WS-TRADUCAO-ACHADA                    VALUE 'S'.
               88  WS-TRADUCAO-NAO-ACHADA                VALUE 'N'.
             05    WS-SW-CAB-IDIOMA PIC    X(01)         VALUE 'N'.
               88  WS-CAB-IDIOMA-IMPRESSO                VALUE 'S'.
               88  WS-CAB-IDIOMA-PENDENTE                VALUE 'N'.
             05    WS-SW-SNAP-CHEIA PIC    X(01)         VALUE 'N'.
               88  WS-SNAPNOVO-CHEIA                     VALUE 'S'.
             05    WS-SNAP-CDTRAN-REF PIC  X(08)         VALUE SPACES.
      *
      ******************************************************************
      *     PARCEIROS DE DESTINO DO CARTAO EM PROCESSAMENTO             *
             05    WS-QTD-PARC     PIC     9(03)         VALUE ZEROS.
             05    WS-PARC-ATUAL   PIC     9(03)         VALUE ZEROS.
             05    WS-PARC-CDPARC  PIC     X(08)         VALUE SPACES.
             05    WS-IDIOMA-PARC  PIC     X(02)         VALUE 'PT'.
               88  WS-IDIOMA-PORTUGUES                   VALUE 'PT'.
             05    WS-QTDE-FALLBACK PIC    9(04)         VALUE ZEROS.
             05    WS-TIPO-FALLBACK PIC    X(07)         VALUE SPACES.
             05    WS-COD-FALLBACK PIC     9(05)         VALUE ZEROS.
             05    WS-DESC-FALLBACK PIC    X(60)         VALUE SPACES.
      *
      ******************************************************************
      *                     VERIFICACAO DE STATUS                      *
             05    WS-IND4         PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-QTDE-ORFAOS  PIC     9(04)         VALUE ZEROS.
             05    WS-SNAP-QTD     PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-SNAPN-QTD    PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-QTD-DELTA    PIC     9(04)         VALUE ZEROS.
             05    WS-QTDE-INCL    PIC     9(04)         VALUE ZEROS.
             05    WS-QTDE-ALT     PIC     9(04)         VALUE ZEROS.
             05    WS-QTDE-GRAVADA PIC     9(04)         VALUE ZEROS.
             05    WS-QTDE-GRAVADA2 PIC    9(04)         VALUE ZEROS.
             05    WS-CARTAO-ATUAL PIC     9(03)         VALUE ZEROS.
             05    WS-QTD-CAT      PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-QTD-CATD     PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-QTD-ATR      PIC    S9(05) COMP    VALUE ZEROS.
             05    WS-QTDE-ATRIB   PIC     9(04)         VALUE ZEROS.
             05    WS-QTD-LINARQ   PIC     9(05)         VALUE ZEROS.
             05    WS-QTD-ESTAT    PIC     9(05)         VALUE ZEROS.
             05    WS-QTD-DETMOT   PIC     9(05)         VALUE ZEROS.
      *
      ******************************************************************
      *                 DATA E HORA DA EXECUCAO                         *
               07  FILLER          PIC     9(02).
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
                                   'GXML01'.
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
             05    WS-DEST-ENCODE  PIC     X(01).
             05    WS-DEST-EXTRATO PIC     X(01).
             05    WS-DEST-SITUACAO PIC    X(01).
             05    WS-DEST-IDIOMA  PIC     X(02).
      *
      ******************************************************************
      *     PARCEIROS ATIVOS DO CDTRAN DO CARTAO EM PROCESSAMENTO       *
             05    WS-PARC-FORMATO PIC     X(01).
             05    WS-PARC-ENCODE  PIC     X(01).
             05    WS-PARC-EXTRATO PIC     X(01).
             05    WS-PARC-IDIOMA  PIC     X(02).
      *
      ******************************************************************
      *     FOTOGRAFIA DA EXECUCAO ANTERIOR E DIFERENCAS (MODO DELTA)   *
      ******************************************************************
       01          WS-SNAPSHOT-TAB.
           03      WS-SNAP-ENT     OCCURS  20000 TIMES.
             05    WS-SNAP-CODIGO  PIC     9(05).
             05    WS-SNAP-DESC    PIC     X(60).
             05    WS-SNAP-CDTRAN  PIC     X(08).
      *
      ******************************************************************
      *     FOTOGRAFIA DESTA EXECUCAO - LISTA1 DE CADA CDTRAN GERADO    *
      ******************************************************************
       01          WS-SNAPNOVO-TAB.
           03      WS-SNAPN-ENT    OCCURS  20000 TIMES.
             05    WS-SNAPN-CODIGO PIC     9(05).
             05    WS-SNAPN-DESC   PIC     X(60).
             05    WS-SNAPN-CDTRAN PIC     X(08).
      *
       01          WS-DELTA-TAB.
           03      WS-DELTA-ENT    OCCURS  2000 TIMES.
                                   PIC     X(60).
      *
      ******************************************************************
      *   DESCRICOES EM PORTUGUES DA LISTA1/LISTA2/DELTA DO CARTAO -    *
      *   BASE PARA A TRADUCAO NO IDIOMA DE CADA PARCEIRO               *
      ******************************************************************
       01          WS-PT-TAB.
           03      WS-PT-ENT       OCCURS  1000 TIMES.
             05    WS-PT-DESC      PIC     X(60).
             05    WS-PT-DESC-ORIG PIC     X(60).
      *
       01          WS-PT2-TAB.
           03      WS-PT2-ENT      OCCURS  1000 TIMES.
             05    WS-PT2-DESC     PIC     X(60).
             05    WS-PT2-DESC-ORIG PIC    X(60).
      *
       01          WS-PTD-TAB.
           03      WS-PTD-ENT      OCCURS  2000 TIMES.
             05    WS-PTD-DESC     PIC     X(60).
             05    WS-PTD-DESC-ORIG PIC    X(60).
      *
      ******************************************************************
      *   CATALOGO COMPLETO DE MOTIVOS VIGENTES E DETALHES CARREGADO    *
      *   UMA VEZ - BASE DA LISTA1/LISTA2 FILTRADA POR CARTAO           *
      ******************************************************************
       01          WS-CAT-TAB.
           03      WS-CAT-ENT      OCCURS  1000 TIMES.
             05    WS-CAT-CODIGO   PIC     9(05).
             05    WS-CAT-DESC     PIC     X(60).
             05    WS-CAT-DESC-ORIG PIC    X(60).
      *
       01          WS-CATD-TAB.
           03      WS-CATD-ENT     OCCURS  1000 TIMES.
             05    WS-CATD-CODIGO  PIC     9(05).
             05    WS-CATD-DESC    PIC     X(60).
             05    WS-CATD-DESC-ORIG PIC   X(60).
             05    WS-CATD-MOTIVO  PIC     9(05).
      *
      ******************************************************************
      *   MOTIVOS ATRIBUIDOS AO CDTRAN DO CARTAO EM PROCESSAMENTO       *
      ******************************************************************
       01          WS-ATR-TAB.
           03      WS-ATR-ENT      OCCURS  1000 TIMES.
             05    WS-ATR-CODIGO   PIC     9(05).
             05    WS-ATR-VIG      PIC     X(01).
      *
      ******************************************************************
      *                              XML                               *
      ******************************************************************
       01          FILLER          PIC     X(05)         VALUE '*XML*'.
      *
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
           OPEN INPUT  ARQDET.
      *
           PERFORM RTLERSNAP.
      *
           OPEN INPUT  MTRAN.
      *
           IF MOTTRAN-OK
               SET MOTTRAN-DISPONIVEL  TO TRUE
           ELSE
               IF MOTTRAN-INEXISTENTE
                   DISPLAY 'GXML01 - ALERTA: ARQUIVO MOTTRAN '
                           'INEXISTENTE - CATALOGO COMPLETO EM TODOS '
                           'OS CARTOES'
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM003'       TO WS-EVT-CODIGO
                   STRING 'ARQUIVO MOTTRAN INEXISTENTE - CATALOGO '
                          'COMPLETO EM TODOS OS CARTOES'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               ELSE
                   DISPLAY 'GXML01 - ERRO DE I/O NO ARQUIVO MOTTRAN'
                   DISPLAY 'GXML01 - OPERACAO.......: OPEN'
                   DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-MOTTRAN
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM001'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO ARQUIVO MOTTRAN - OPERACAO '
                          'OPEN - FILE STATUS ' WS-FS-MOTTRAN
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
           END-IF.
      *
           OPEN INPUT  DSCI.
      *
           IF DESCIDI-OK
               SET DESCIDI-DISPONIVEL  TO TRUE
           ELSE
               IF DESCIDI-INEXISTENTE
                   DISPLAY 'GXML01 - ALERTA: ARQUIVO DESCIDI '
                           'INEXISTENTE - DESCRICOES EM PORTUGUES '
                           'PARA TODOS OS PARCEIROS'
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM003'       TO WS-EVT-CODIGO
                   STRING 'ARQUIVO DESCIDI INEXISTENTE - DESCRICOES EM '
                          'PORTUGUES PARA TODOS OS PARCEIROS'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               ELSE
                   DISPLAY 'GXML01 - ERRO DE I/O NO ARQUIVO DESCIDI'
                   DISPLAY 'GXML01 - OPERACAO.......: OPEN'
                   DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-DESCIDI
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM001'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO ARQUIVO DESCIDI - OPERACAO '
                          'OPEN - FILE STATUS ' WS-FS-DESCIDI
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               END-IF
           END-IF.
      *
           MOVE 1                      TO WS-IND.
      *
           ELSE
               DISPLAY 'GXML01 - ALERTA: CALENDARIO CALPROC '
                       'INDISPONIVEL - FILE STATUS: ' WS-FS-CAL
               MOVE 'A'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM003'           TO WS-EVT-CODIGO
               STRING 'CALENDARIO CALPROC INDISPONIVEL - FILE STATUS: '
                      WS-FS-CAL
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
           END-IF.
      *
           IF WS-DIA-NAO-PROCESSA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM024'       TO WS-EVT-CODIGO
                   MOVE WS-LINHA-RELAT(18:80) TO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               ELSE
                   SET WS-CAL-RECUSADA TO TRUE
                   SET WS-HOUVE-RECUSA TO TRUE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
                   MOVE 'E'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM023'       TO WS-EVT-CODIGO
                   MOVE WS-LINHA-RELAT(10:80) TO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING 'GXML01 - USE O INDICADOR DE IGNORAR '
                          'CALENDARIO NO CARTAO PARA FORCAR'
                   IF WS-QTD-DEST GREATER 19
                       DISPLAY 'GXML01 - ERRO: QTDE DESTINOS DO DESTAB'
                       DISPLAY 'EXCEDE LIMITE DE 20 ENTRADAS DA TABELA'
                       MOVE 'S'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM005'   TO WS-EVT-CODIGO
                       STRING 'QTDE DESTINOS DO DESTAB EXCEDE LIMITE '
                              'DE 20 ENTRADAS DA TABELA'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                       SET WS-ERRO-ENCONTRADO TO TRUE
                   ELSE
                       ADD 1           TO WS-QTD-DEST
                                       TO WS-DEST-EXTRATO(WS-QTD-DEST)
                       MOVE FD-DEST-SITUACAO
                                       TO WS-DEST-SITUACAO(WS-QTD-DEST)
                       MOVE FD-DEST-IDIOMA
                                       TO WS-DEST-IDIOMA(WS-QTD-DEST)
                       READ DEST
                           AT END MOVE '10' TO WS-FS-DESTAB
                       END-READ
               CLOSE DEST
           ELSE
               IF NOT DESTAB-INEXISTENTE
                   DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                           'DESTAB - FILE STATUS: ' WS-FS-DESTAB
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM002'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO DESTAB - FILE STATUS: '
                          WS-FS-DESTAB
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               END-IF
           END-IF.
      *
                       AND WS-IND GREATER 1000
                   DISPLAY 'GXML01 - ERRO: QTDE MOTIVOS CANCELAMENTO'
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
                   IF WS-MOT-VIGENTE
               IF WS-IND2 GREATER 1000
                   DISPLAY 'GXML01 - ERRO: QTDE DETALHE DE TRANSACAO'
                   DISPLAY 'EXCEDE LIMITE DE 1000 OCORRENCIAS DA LISTA2'
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM005'       TO WS-EVT-CODIGO
                   STRING 'QTDE DETALHE DE TRANSACAO EXCEDE LIMITE DE '
                          '1000 OCORRENCIAS DA LISTA2'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               ELSE
                   MOVE FD-CDDETALHE-ENT TO CDDETALHE-WXML(WS-IND2)
      *
           COMPUTE QTDEDET-WXML = WS-IND2 - 1.
      *
           PERFORM RTGUARDACAT.
      *
           PERFORM RTMONTACAB.
      *
           PERFORM RTDELTA.
      *
      ******************************************************************
       RTCARREGAR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GUARDA DO CATALOGO COMPLETO CARREGADO (LISTA1 E      *
      *  LISTA2) - CADA CARTAO MONTA A SUA LISTA A PARTIR DELE          *
      ******************************************************************
       RTGUARDACAT                     SECTION.
      ******************************************************************
      *
           MOVE QTDECAN-WXML           TO WS-QTD-CAT.
           MOVE QTDEDET-WXML           TO WS-QTD-CATD.
      *
           MOVE 1                      TO WS-IND3.
      *
           PERFORM UNTIL WS-IND3 GREATER WS-QTD-CAT
               MOVE CDMOTICAN1-WXML(WS-IND3) TO WS-CAT-CODIGO(WS-IND3)
               MOVE DSMOTICAN1-WXML(WS-IND3) TO WS-CAT-DESC(WS-IND3)
               MOVE WS-DESC-ORIG(WS-IND3) TO WS-CAT-DESC-ORIG(WS-IND3)
               ADD 1                   TO WS-IND3
           END-PERFORM.
      *
           MOVE 1                      TO WS-IND3.
      *
           PERFORM UNTIL WS-IND3 GREATER WS-QTD-CATD
               MOVE CDDETALHE-WXML(WS-IND3) TO WS-CATD-CODIGO(WS-IND3)
               MOVE DSDETALHE-WXML(WS-IND3) TO WS-CATD-DESC(WS-IND3)
               MOVE WS-DESC2-ORIG(WS-IND3)
                                       TO WS-CATD-DESC-ORIG(WS-IND3)
               MOVE CDMOTICAN2-WXML(WS-IND3)
                                       TO WS-CATD-MOTIVO(WS-IND3)
               ADD 1                   TO WS-IND3
           END-PERFORM.
      *
      ******************************************************************
       RTGUARDACAT-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *        ROTINA DE MONTAGEM DO STATUS FINAL DO BLOCO CAB          *
      ******************************************************************
       RTMONTACAB                      SECTION.
      ******************************************************************
      *
           IF WS-ERRO-ENCONTRADO
               MOVE 016             TO RETORNO-WXML
               MOVE -904             TO SQLCODE-WXML
                                       FOR CHARACTERS BEFORE '   '.
      *
           MOVE WS-CONT                TO TAMRESP-WXML.
      *
      ******************************************************************
       RTMONTACAB-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CRITICA DA VIGENCIA DE UM MOTIVO NA DATA REFERENCIA  *
               READ SNAP
                   AT END MOVE '10'    TO WS-FS-SNAP
               END-READ
               PERFORM UNTIL SNAP-FIM OR WS-SNAP-QTD GREATER 19999
                   ADD 1               TO WS-SNAP-QTD
                   MOVE FD-SNAP-CODIGO TO WS-SNAP-CODIGO(WS-SNAP-QTD)
                   MOVE FD-SNAP-DESC   TO WS-SNAP-DESC(WS-SNAP-QTD)
                   MOVE FD-SNAP-CDTRAN TO WS-SNAP-CDTRAN(WS-SNAP-QTD)
                   READ SNAP
                       AT END MOVE '10' TO WS-FS-SNAP
                   END-READ
           MOVE ZEROS                  TO WS-QTDE-EXCL.
      *
      *--------------------------------------------------------------*
      *  O CARTAO E COMPARADO COM A FOTOGRAFIA DO SEU CDTRAN. SEM     *
      *  FOTOGRAFIA DO CDTRAN, VALE A FOTOGRAFIA ANTIGA DO CATALOGO   *
      *  (CDTRAN EM BRANCO), SE HOUVER                                *
      *--------------------------------------------------------------*
           MOVE SPACES                 TO WS-SNAP-CDTRAN-REF.
           MOVE 1                      TO WS-IND4.
      *
           PERFORM UNTIL WS-IND4 GREATER WS-SNAP-QTD
                             OR WS-SNAP-CDTRAN-REF NOT = SPACES
               IF WS-SNAP-CDTRAN(WS-IND4) EQUAL CAB-CDTRAN
                   MOVE CAB-CDTRAN     TO WS-SNAP-CDTRAN-REF
               ELSE
                   ADD 1               TO WS-IND4
               END-IF
           END-PERFORM.
      *
      *--------------------------------------------------------------*
      *        MOTIVOS INCLUIDOS OU ALTERADOS DESDE A FOTOGRAFIA      *
      *--------------------------------------------------------------*
           MOVE 1                      TO WS-IND3.
                                 OR WS-MOT-ACHADO
                   IF WS-SNAP-CODIGO(WS-IND4)
                           EQUAL CDMOTICAN1-WXML(WS-IND3)
                           AND WS-SNAP-CDTRAN(WS-IND4)
                               EQUAL WS-SNAP-CDTRAN-REF
                       SET WS-MOT-ACHADO TO TRUE
                   ELSE
                       ADD 1           TO WS-IND4
      *
           PERFORM UNTIL WS-IND4 GREATER WS-SNAP-QTD
               SET WS-MOT-NAO-ACHADO   TO TRUE
               IF WS-SNAP-CDTRAN(WS-IND4) NOT = WS-SNAP-CDTRAN-REF
                   SET WS-MOT-ACHADO   TO TRUE
               END-IF
               MOVE 1                  TO WS-IND3
               PERFORM UNTIL WS-IND3 GREATER QTDECAN-WXML
                                 OR WS-MOT-ACHADO
                       ADD 1           TO WS-IND3
                   END-IF
               END-PERFORM
      *--------------------------------------------------------------*
      *  NA FOTOGRAFIA ANTIGA DO CATALOGO, COM ATRIBUICAO POR         *
      *  TRANSACAO, SO E EXCLUSAO O MOTIVO QUE CONSTA NO MOTTRAN      *
      *  PARA O CDTRAN DO CARTAO                                      *
      *--------------------------------------------------------------*
               IF WS-MOT-NAO-ACHADO AND WS-TRAN-COM-ATRIB
                       AND WS-SNAP-CDTRAN-REF EQUAL SPACES
                   SET WS-MOT-ACHADO   TO TRUE
                   MOVE 1              TO WS-IND3
                   PERFORM UNTIL WS-IND3 GREATER WS-QTD-ATR
                                     OR WS-MOT-NAO-ACHADO
                       IF WS-ATR-CODIGO(WS-IND3)
                               EQUAL WS-SNAP-CODIGO(WS-IND4)
                           SET WS-MOT-NAO-ACHADO TO TRUE
                       ELSE
                           ADD 1       TO WS-IND3
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-MOT-NAO-ACHADO
                   ADD 1               TO WS-QTD-DELTA
                   ADD 1               TO WS-QTDE-EXCL
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               MOVE SPACES             TO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
      *--------------------------------------------------------------*
      *  A LISTA1 DO CARTAO JA GERADO ENTRA NA FOTOGRAFIA DESTA       *
      *  EXECUCAO, COMO SE TIVESSE SIDO GERADO AGORA                  *
      *--------------------------------------------------------------*
               PERFORM RTFILTRATRAN
           ELSE
               PERFORM RTFILTRATRAN
               IF WS-SEM-ERRO
                   PERFORM RTESTATISTICA
                   PERFORM RTGUARDAPT
                   PERFORM RTMONTAPARC
                   MOVE 1              TO WS-PARC-ATUAL
                   PERFORM RTGERAPARC
                       UNTIL WS-PARC-ATUAL GREATER WS-QTD-PARC
                                 OR WS-ERRO-ENCONTRADO
               END-IF
           END-IF.
      *
           PERFORM RTLERCARTAO.
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE MONTAGEM DA LISTA1/LISTA2 DO CDTRAN DO CARTAO        *
      *  SOMENTE OS MOTIVOS VIGENTES ATRIBUIDOS AO CDTRAN NO MOTTRAN E  *
      *  OS DETALHES DESSES MOTIVOS. CDTRAN SEM NENHUMA ATRIBUICAO      *
      *  RECEBE O CATALOGO COMPLETO (COMPORTAMENTO ANTERIOR)            *
      ******************************************************************
       RTFILTRATRAN                    SECTION.
      ******************************************************************
      *
           SET WS-TRAN-SEM-ATRIB       TO TRUE.
           MOVE ZEROS                  TO WS-QTD-ATR.
           MOVE ZEROS                  TO WS-QTDE-ATRIB.
      *
           IF MOTTRAN-DISPONIVEL
               PERFORM RTCARREGAATRIB
           END-IF.
      *
      *--------------------------------------------------------------*
      *        LISTA1 - MOTIVOS DO CATALOGO ATRIBUIDOS AO CDTRAN      *
      *--------------------------------------------------------------*
           MOVE WS-QTD-CAT             TO QTDECAN-WXML.
           MOVE 1                      TO WS-IND.
           MOVE 1                      TO WS-IND3.
      *
           PERFORM UNTIL WS-IND3 GREATER WS-QTD-CAT
                             OR WS-ERRO-ENCONTRADO
               SET WS-MOT-ACHADO       TO TRUE
               IF WS-TRAN-COM-ATRIB
                   SET WS-MOT-NAO-ACHADO TO TRUE
                   MOVE 1              TO WS-IND4
                   PERFORM UNTIL WS-IND4 GREATER WS-QTD-ATR
                                     OR WS-MOT-ACHADO
                       IF WS-ATR-CODIGO(WS-IND4)
                               EQUAL WS-CAT-CODIGO(WS-IND3)
                               AND WS-ATR-VIG(WS-IND4) EQUAL 'S'
                           SET WS-MOT-ACHADO TO TRUE
                       ELSE
                           ADD 1       TO WS-IND4
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-MOT-ACHADO
                   MOVE WS-CAT-CODIGO(WS-IND3)
                                       TO CDMOTICAN1-WXML(WS-IND)
                   MOVE WS-CAT-DESC(WS-IND3)
                                       TO DSMOTICAN1-WXML(WS-IND)
                   MOVE WS-CAT-DESC-ORIG(WS-IND3)
                                       TO WS-DESC-ORIG(WS-IND)
                   ADD 1               TO WS-IND
               END-IF
               ADD 1                   TO WS-IND3
           END-PERFORM.
      *
           COMPUTE QTDECAN-WXML = WS-IND - 1.
      *
           IF QTDECAN-WXML GREATER ZEROS
               MOVE CDMOTICAN1-WXML(1) TO CDMOTICAN-WXML
               MOVE DSMOTICAN1-WXML(1) TO DSMOTICAN-WXML
               MOVE WS-DESC-ORIG(1)    TO WS-DSMOTICAN-ORIG
           ELSE
               MOVE ZEROS              TO CDMOTICAN-WXML
               MOVE SPACES             TO DSMOTICAN-WXML
               MOVE SPACES             TO WS-DSMOTICAN-ORIG
           END-IF.
      *
      *--------------------------------------------------------------*
      *        LISTA2 - DETALHES DOS MOTIVOS DA LISTA1 DO CARTAO      *
      *--------------------------------------------------------------*
           MOVE WS-QTD-CATD            TO QTDEDET-WXML.
           MOVE 1                      TO WS-IND2.
           MOVE 1                      TO WS-IND3.
      *
           PERFORM UNTIL WS-IND3 GREATER WS-QTD-CATD
                             OR WS-ERRO-ENCONTRADO
               SET WS-MOT-ACHADO       TO TRUE
               IF WS-TRAN-COM-ATRIB
                   SET WS-MOT-NAO-ACHADO TO TRUE
                   MOVE 1              TO WS-IND4
                   PERFORM UNTIL WS-IND4 GREATER QTDECAN-WXML
                                     OR WS-MOT-ACHADO
                       IF CDMOTICAN1-WXML(WS-IND4)
                               EQUAL WS-CATD-MOTIVO(WS-IND3)
                           SET WS-MOT-ACHADO TO TRUE
                       ELSE
                           ADD 1       TO WS-IND4
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-MOT-ACHADO
                   MOVE WS-CATD-CODIGO(WS-IND3)
                                       TO CDDETALHE-WXML(WS-IND2)
                   MOVE WS-CATD-DESC(WS-IND3)
                                       TO DSDETALHE-WXML(WS-IND2)
                   MOVE WS-CATD-DESC-ORIG(WS-IND3)
                                       TO WS-DESC2-ORIG(WS-IND2)
                   MOVE WS-CATD-MOTIVO(WS-IND3)
                                       TO CDMOTICAN2-WXML(WS-IND2)
                   ADD 1               TO WS-IND2
               END-IF
               ADD 1                   TO WS-IND3
           END-PERFORM.
      *
           COMPUTE QTDEDET-WXML = WS-IND2 - 1.
      *
           MOVE QTDECAN-WXML           TO WS-QTDE-ATRIB.
      *
           PERFORM RTMONTACAB.
      *
           PERFORM RTDELTA.
      *
           IF WS-SEM-ERRO
               PERFORM RTGUARDASNAP
           END-IF.
      *
      ******************************************************************
       RTFILTRATRAN-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GUARDA DA LISTA1 DO CARTAO NA FOTOGRAFIA DESTA       *
      *  EXECUCAO - UMA VEZ POR CDTRAN (CARTOES DO MESMO CDTRAN TEM A   *
      *  MESMA LISTA1)                                                  *
      ******************************************************************
       RTGUARDASNAP                    SECTION.
      ******************************************************************
      *
           SET WS-MOT-NAO-ACHADO       TO TRUE.
           MOVE 1                      TO WS-IND4.
      *
           PERFORM UNTIL WS-IND4 GREATER WS-SNAPN-QTD
                             OR WS-MOT-ACHADO
               IF WS-SNAPN-CDTRAN(WS-IND4) EQUAL CAB-CDTRAN
                   SET WS-MOT-ACHADO   TO TRUE
               ELSE
                   ADD 1               TO WS-IND4
               END-IF
           END-PERFORM.
      *
           MOVE 1                      TO WS-IND3.
      *
           PERFORM UNTIL WS-IND3 GREATER QTDECAN-WXML
                             OR WS-MOT-ACHADO
                             OR WS-SNAPNOVO-CHEIA
               IF WS-SNAPN-QTD GREATER 19999
                   SET WS-SNAPNOVO-CHEIA TO TRUE
                   DISPLAY 'GXML01 - ALERTA: TABELA DA FOTOGRAFIA '
                           'CHEIA - SNAPMOT NAO SERA GRAVADO'
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM004'       TO WS-EVT-CODIGO
                   STRING 'TABELA DA FOTOGRAFIA CHEIA - SNAPMOT NAO '
                          'SERA GRAVADO'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               ELSE
                   ADD 1               TO WS-SNAPN-QTD
                   MOVE CDMOTICAN1-WXML(WS-IND3)
                                       TO WS-SNAPN-CODIGO(WS-SNAPN-QTD)
                   MOVE DSMOTICAN1-WXML(WS-IND3)
                                       TO WS-SNAPN-DESC(WS-SNAPN-QTD)
                   MOVE CAB-CDTRAN     TO WS-SNAPN-CDTRAN(WS-SNAPN-QTD)
                   ADD 1               TO WS-IND3
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTGUARDASNAP-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CARGA DOS MOTIVOS ATRIBUIDOS AO CDTRAN (MOTTRAN)     *
      *  POSICIONA NO PRIMEIRO REGISTRO DO CDTRAN E PERCORRE SOMENTE    *
      *  AS ATRIBUICOES DESSE CDTRAN, VIGENTES OU NAO                   *
      ******************************************************************
       RTCARREGAATRIB                  SECTION.
      ******************************************************************
      *
           MOVE CAB-CDTRAN             TO FD-MTR-CDTRAN.
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
                             OR FD-MTR-CDTRAN NOT = CAB-CDTRAN
                             OR WS-ERRO-ENCONTRADO
               SET WS-TRAN-COM-ATRIB   TO TRUE
               IF WS-QTD-ATR GREATER 999
                   DISPLAY 'GXML01 - ERRO: QTDE ATRIBUICOES DO CDTRAN'
                   DISPLAY 'EXCEDE LIMITE DE 1000 ENTRADAS DA TABELA'
                   MOVE 'S'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM005'       TO WS-EVT-CODIGO
                   STRING 'QTDE ATRIBUICOES DO CDTRAN EXCEDE LIMITE DE '
                          '1000 ENTRADAS DA TABELA'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   SET WS-ERRO-ENCONTRADO TO TRUE
               ELSE
                   ADD 1               TO WS-QTD-ATR
                   MOVE FD-MTR-CDMOTICAN
                                       TO WS-ATR-CODIGO(WS-QTD-ATR)
                   PERFORM RTCHKVIGTRAN
                   IF WS-ATR-VIGENTE
                       MOVE 'S'        TO WS-ATR-VIG(WS-QTD-ATR)
                   ELSE
                       MOVE 'N'        TO WS-ATR-VIG(WS-QTD-ATR)
                   END-IF
                   READ MTRAN NEXT
                       AT END MOVE '10' TO WS-FS-MOTTRAN
                   END-READ
               END-IF
           END-PERFORM.
      *
           IF NOT MOTTRAN-OK AND NOT MOTTRAN-FIM
               DISPLAY 'GXML01 - ERRO DE I/O NO ARQUIVO MOTTRAN'
               DISPLAY 'GXML01 - OPERACAO.......: READ'
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-MOTTRAN
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
       RTCARREGAATRIB-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE CRITICA DA VIGENCIA DE UMA ATRIBUICAO NA DATA DE     *
      *  REFERENCIA - MESMA REGRA DO MESTRE (RTCHKVIGENCIA): SEM DATAS  *
      *  VALE A SITUACAO 'A'; COM DATAS, A JANELA INICIO/FIM, COM FIM   *
      *  EXCLUSIVO NA DESATIVACAO SEM DATA                              *
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
      *  ROTINA DE MONTAGEM DA LISTA DE PARCEIROS DO CDTRAN DO CARTAO  *
      *  SEM ENTRADA ATIVA NO DESTAB O PROPRIO CARTAO VALE COMO        *
      *  DESTINO UNICO (COMPORTAMENTO ANTERIOR)                        *
      ******************************************************************
       RTMONTAPARC                     SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-QTD-PARC.
           MOVE 1                      TO WS-IND3.
      *
           PERFORM UNTIL WS-IND3 GREATER WS-QTD-DEST
               IF WS-DEST-CDTRAN(WS-IND3) EQUAL CAB-CDTRAN
                       AND WS-DEST-SITUACAO(WS-IND3) EQUAL 'A'
                   ADD 1               TO WS-QTD-PARC
                   MOVE WS-DEST-CDPARC(WS-IND3)
                                       TO WS-PARC-ID(WS-QTD-PARC)
                   MOVE WS-DEST-DSN(WS-IND3)
                                       TO WS-PARC-DSN(WS-QTD-PARC)
                   IF WS-DEST-FORMATO(WS-IND3) EQUAL 'E'
                           OR WS-DEST-FORMATO(WS-IND3) EQUAL 'A'
                       MOVE WS-DEST-FORMATO(WS-IND3)
                                       TO WS-PARC-FORMATO(WS-QTD-PARC)
                   ELSE
                       MOVE WS-CARTAO-FORMATO
                                       TO WS-PARC-FORMATO(WS-QTD-PARC)
                   END-IF
                   MOVE WS-DEST-ENCODE(WS-IND3)
                                       TO WS-PARC-ENCODE(WS-QTD-PARC)
                   IF WS-DEST-EXTRATO(WS-IND3) EQUAL 'S'
                       MOVE 'S'        TO WS-PARC-EXTRATO(WS-QTD-PARC)
                   ELSE
                       MOVE 'N'        TO WS-PARC-EXTRATO(WS-QTD-PARC)
                   END-IF
                   MOVE WS-DEST-IDIOMA(WS-IND3)
                                       TO WS-PARC-IDIOMA(WS-QTD-PARC)
               END-IF
               ADD 1                   TO WS-IND3
           END-PERFORM.
      *
           IF WS-QTD-PARC EQUAL ZEROS
               MOVE 1                  TO WS-QTD-PARC
               MOVE SPACES             TO WS-PARC-ID(1)
               MOVE WS-CARTAO-DSN      TO WS-PARC-DSN(1)
               MOVE WS-CARTAO-FORMATO  TO WS-PARC-FORMATO(1)
               MOVE SPACES             TO WS-PARC-ENCODE(1)
               MOVE WS-CARTAO-EXTRATO  TO WS-PARC-EXTRATO(1)
               MOVE 'PT'               TO WS-PARC-IDIOMA(1)
           END-IF.
      *
      ******************************************************************
       RTMONTAPARC-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *   ROTINA DE GERACAO DO ARQUIVO XML PARA UM PARCEIRO DE DESTINO *
      ******************************************************************
       RTGERAPARC                      SECTION.
      ******************************************************************
      *
           MOVE WS-PARC-ID(WS-PARC-ATUAL) TO WS-PARC-CDPARC.
      *
           MOVE 'SYS020.XML'           TO WS-DSN-ARQS.
      *
           IF WS-CARTAO-DSN NOT = SPACES
               MOVE WS-CARTAO-DSN      TO WS-DSN-ARQS
           END-IF.
      *
           IF WS-PARC-DSN(WS-PARC-ATUAL) NOT = SPACES
               MOVE WS-PARC-DSN(WS-PARC-ATUAL) TO WS-DSN-ARQS
           END-IF.
      *
           MOVE WS-PARC-FORMATO(WS-PARC-ATUAL) TO WS-CARTAO-FORMATO.
           MOVE WS-PARC-EXTRATO(WS-PARC-ATUAL) TO WS-CARTAO-EXTRATO.
      *
           SET WS-ENC-ISO              TO TRUE.
      *
           IF WS-PARC-ENCODE(WS-PARC-ATUAL) EQUAL 'U'
               SET WS-ENC-UTF8         TO TRUE
           ELSE
           IF WS-PARC-ENCODE(WS-PARC-ATUAL) EQUAL 'I'
                                       INTO WS-LINHA-RELAT
                   END-IF
                   WRITE FD-RELAT      FROM WS-LINHA-RELAT
                   MOVE 'E'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM025'       TO WS-EVT-CODIGO
                   MOVE CAB-CDTRAN     TO WS-EVT-CDTRAN
                   MOVE WS-PARC-CDPARC TO WS-EVT-CDPARC
                   MOVE WS-SEQ-ANTERIOR TO WS-EVT-NRSEQ
                   MOVE WS-LINHA-RELAT(10:80) TO WS-EVT-TEXTO
                   PERFORM RTEVENTO
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING 'GXML01 - USE O INDICADOR DE FORCAR NO '
                          'CARTAO PARA GERAR NOVA SEQUENCIA'
                   PERFORM RTHISTORICO
                   MOVE WS-RET-SALVO   TO RETORNO-WXML
               ELSE
                   PERFORM RTIDIOMA
                   PERFORM RTGERARCARTAO
               END-IF
           END-IF.
      ******************************************************************
       RTGERARCARTAO                   SECTION.
      ******************************************************************
      *
           SET WS-ARQV-NAO-GRAVADO     TO TRUE.
           MOVE ZEROS                  TO WS-QTD-LINARQ.
      *
           IF WS-CARTAO-ATUAL NOT = WS-CARTAO-RESTART
                   OR WS-PARC-ATUAL NOT = WS-PARC-RESTART
                   MOVE 'N'            TO    CONFERE-WXML
                   DISPLAY 'GXML01 - ALERTA: QTDE GRAVADA DIVERGE DA '
                           'QTDE DECLARADA NO BLOCO DADOS'
                   MOVE 'E'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM021'       TO WS-EVT-CODIGO
                   MOVE CAB-CDTRAN     TO WS-EVT-CDTRAN
                   MOVE WS-PARC-CDPARC TO WS-EVT-CDPARC
                   MOVE WS-SEQ-ATUAL   TO WS-EVT-NRSEQ
                   STRING 'QTDE GRAVADA DIVERGE DA QTDE DECLARADA NO '
                          'BLOCO DADOS'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               END-IF
           END-IF.
      *
               MOVE 'CLOSE'            TO WS-OPER-ATUAL
               PERFORM RTCHKSTATUS
           END-IF.
      *
           IF WS-SEM-ERRO
               PERFORM RTARQUIVAR
           END-IF.
      *
           PERFORM RTHISTORICO.
      *
                       MOVE '1'        TO WS-FASE-RESTART
                       DISPLAY 'GXML01 - ALERTA: GERACAO FORCADA DE '
                               'NOVA SEQUENCIA APOS TRANSMISSAO'
                       MOVE 'A'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM022'   TO WS-EVT-CODIGO
                       MOVE CAB-CDTRAN TO WS-EVT-CDTRAN
                       MOVE WS-PARC-CDPARC TO WS-EVT-CDPARC
                       STRING 'GERACAO FORCADA DE NOVA SEQUENCIA APOS '
                              'TRANSMISSAO'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                       PERFORM RTGRAVAGERA
                   ELSE
                       SET WS-SEQ-RECUSADA TO TRUE
                       DISPLAY 'GXML01 - ALERTA: SEQUENCIA ANTERIOR '
                               WS-SEQ-ANTERIOR ' DE ' CAB-CDTRAN
                               ' AINDA NAO TRANSMITIDA'
                       MOVE 'A'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM020'   TO WS-EVT-CODIGO
                       MOVE CAB-CDTRAN TO WS-EVT-CDTRAN
                       MOVE WS-PARC-CDPARC TO WS-EVT-CDPARC
                       MOVE WS-SEQ-ANTERIOR TO WS-EVT-NRSEQ
                       STRING 'SEQUENCIA ANTERIOR ' WS-SEQ-ANTERIOR
                              ' DE ' CAB-CDTRAN ' AINDA NAO TRANSMITIDA'
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                   END-IF
                   PERFORM RTGRAVAGERA
               END-IF
           END-IF.
      *
           IF WS-FS-GERA NOT = '00'
               DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                       'GERACTRL - SEQUENCIA NAO REGISTRADA'
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-GERA
               MOVE 'A'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM002'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO GERACTRL - SEQUENCIA NAO '
                      'REGISTRADA - FILE STATUS ' WS-FS-GERA
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
           ELSE
               MOVE CAB-CDTRAN         TO FD-GERA-CDTRAN
               MOVE WS-PARC-CDPARC     TO FD-GERA-CDPARC
               MOVE WS-DATA-REF        TO FD-GERA-DATA
               MOVE WS-HORA-EXEC       TO FD-GERA-HORA
               MOVE 'G'                TO FD-GERA-SITUACAO
               MOVE ZEROS              TO FD-GERA-QTREEMIS
               MOVE ZEROS              TO FD-GERA-DTREEMIS
               WRITE FD-GERA-REG
               IF WS-FS-GERA NOT = '00'
                   DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                           'GERACTRL - SEQUENCIA NAO REGISTRADA'
                   DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-GERA
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM002'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO GERACTRL - SEQUENCIA NAO '
                          'REGISTRADA - FILE STATUS ' WS-FS-GERA
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               END-IF
               CLOSE GERA
           END-IF.
       RTESCAPE-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE ARQUIVAMENTO DO XML GERADO (ARQXML) - O ARQUIVO E    *
      *  RELIDO DEPOIS DE FECHADO E CADA LINHA E GUARDADA COMO FOI      *
      *  GRAVADA; O REGISTRO DE CONTROLE (LINHA ZERO) E GRAVADO POR     *
      *  ULTIMO, SO COM TODAS AS LINHAS JA ARQUIVADAS                   *
      ******************************************************************
       RTARQUIVAR                      SECTION.
      ******************************************************************
      *
           SET WS-ARQV-GRAVADO         TO TRUE.
           MOVE ZEROS                  TO WS-QTD-LINARQ.
      *
           OPEN I-O ARQV.
      *
           IF ARQXML-INEXISTENTE
               OPEN OUTPUT ARQV
               CLOSE ARQV
               OPEN I-O ARQV
           END-IF.
      *
           IF NOT ARQXML-OK
               SET WS-ARQV-NAO-GRAVADO TO TRUE
               DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                       'ARQXML - XML NAO ARQUIVADO'
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-ARQXML
               MOVE 'A'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM002'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQXML - XML NAO ARQUIVADO - '
                      'FILE STATUS ' WS-FS-ARQXML
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
           ELSE
               OPEN INPUT ARQS
               IF WS-FS-SYS020 NOT = '00'
                   SET WS-ARQV-NAO-GRAVADO TO TRUE
                   DISPLAY 'GXML01 - ALERTA: XML GERADO NAO PODE SER '
                           'RELIDO - XML NAO ARQUIVADO'
                   DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-SYS020
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM002'       TO WS-EVT-CODIGO
                   STRING 'XML GERADO NAO PODE SER RELIDO - XML NAO '
                          'ARQUIVADO - FILE STATUS ' WS-FS-SYS020
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               ELSE
                   READ ARQS
                       AT END MOVE '10' TO WS-FS-SYS020
                   END-READ
                   PERFORM UNTIL WS-FS-SYS020 NOT = '00'
                                     OR WS-ARQV-NAO-GRAVADO
                       ADD 1           TO WS-QTD-LINARQ
                       MOVE CAB-CDTRAN TO FD-ARQV-CDTRAN
                       MOVE WS-PARC-CDPARC TO FD-ARQV-CDPARC
                       MOVE NRSEQ-WXML TO FD-ARQV-NRSEQ
                       MOVE WS-QTD-LINARQ TO FD-ARQV-NRLINHA
                       MOVE FD-ARQS    TO FD-ARQV-LINHA
                       PERFORM RTGRAVAARQV
                       READ ARQS
                           AT END MOVE '10' TO WS-FS-SYS020
                       END-READ
                   END-PERFORM
                   IF WS-FS-SYS020 NOT = '00'
                           AND WS-FS-SYS020 NOT = '10'
                       SET WS-ARQV-NAO-GRAVADO TO TRUE
                       DISPLAY 'GXML01 - ALERTA: ERRO NA RELEITURA DO '
                               'XML GERADO - XML NAO ARQUIVADO'
                       DISPLAY 'GXML01 - FILE STATUS....: '
                               WS-FS-SYS020
                       MOVE 'A'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM002'   TO WS-EVT-CODIGO
                       STRING 'ERRO NA RELEITURA DO XML GERADO - XML '
                              'NAO ARQUIVADO - FILE STATUS '
                              WS-FS-SYS020
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                   END-IF
                   CLOSE ARQS
                   MOVE '00'           TO WS-FS-SYS020
               END-IF
               IF WS-ARQV-GRAVADO
                   MOVE CAB-CDTRAN     TO FD-ARQV-CDTRAN
                   MOVE WS-PARC-CDPARC TO FD-ARQV-CDPARC
                   MOVE NRSEQ-WXML     TO FD-ARQV-NRSEQ
                   MOVE ZEROS          TO FD-ARQV-NRLINHA
                   MOVE SPACES         TO FD-ARQV-LINHA
                   MOVE WS-DATA-REF    TO FD-ARQV-DATA
                   MOVE WS-HORA-EXEC   TO FD-ARQV-HORA
                   MOVE WS-QTD-LINARQ  TO FD-ARQV-QTDLIN
                   MOVE WS-DSN-ARQS    TO FD-ARQV-DSN
                   MOVE RETORNO-WXML   TO FD-ARQV-RETORNO
                   MOVE WS-QTDE-GRAVADA TO FD-ARQV-QTDEGRAV
                   MOVE WS-QTDE-GRAVADA2 TO FD-ARQV-QTDEGRAV2
                   MOVE CONFERE-WXML   TO FD-ARQV-CONFERE
                   PERFORM RTGRAVAARQV
               END-IF
               CLOSE ARQV
           END-IF.
      *
      ******************************************************************
       RTARQUIVAR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GRAVACAO DE UM REGISTRO NO ARQXML - NUMA REGERACAO   *
      *  DA MESMA SEQUENCIA (RESTART) O REGISTRO EXISTENTE E REGRAVADO  *
      ******************************************************************
       RTGRAVAARQV                     SECTION.
      ******************************************************************
      *
           WRITE FD-ARQV-REG.
      *
           IF ARQXML-DUPLICADO
               REWRITE FD-ARQV-REG
           END-IF.
      *
           IF NOT ARQXML-OK
               SET WS-ARQV-NAO-GRAVADO TO TRUE
               DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                       'ARQXML - XML NAO ARQUIVADO'
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-ARQXML
               MOVE 'A'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM002'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQXML - XML NAO ARQUIVADO - '
                      'FILE STATUS ' WS-FS-ARQXML
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
           END-IF.
      *
      ******************************************************************
       RTGRAVAARQV-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GUARDA DAS DESCRICOES EM PORTUGUES DO CARTAO         *
      *  (LISTA1, LISTA2 E DIFERENCAS DO MODO DELTA), RESTAURADAS A     *
      *  CADA PARCEIRO ANTES DA TRADUCAO PARA O SEU IDIOMA              *
      ******************************************************************
       RTGUARDAPT                      SECTION.
      ******************************************************************
      *
           MOVE 1                      TO WS-IND3.
      *
           PERFORM UNTIL WS-IND3 GREATER QTDECAN-WXML
               MOVE DSMOTICAN1-WXML(WS-IND3) TO WS-PT-DESC(WS-IND3)
               MOVE WS-DESC-ORIG(WS-IND3) TO WS-PT-DESC-ORIG(WS-IND3)
               ADD 1                   TO WS-IND3
           END-PERFORM.
      *
           MOVE 1                      TO WS-IND3.
      *
           PERFORM UNTIL WS-IND3 GREATER QTDEDET-WXML
               MOVE DSDETALHE-WXML(WS-IND3) TO WS-PT2-DESC(WS-IND3)
               MOVE WS-DESC2-ORIG(WS-IND3)
                                       TO WS-PT2-DESC-ORIG(WS-IND3)
               ADD 1                   TO WS-IND3
           END-PERFORM.
      *
           MOVE 1                      TO WS-IND3.
      *
           PERFORM UNTIL WS-IND3 GREATER WS-QTD-DELTA
               MOVE WS-DELTA-DESC(WS-IND3) TO WS-PTD-DESC(WS-IND3)
               MOVE WS-DELTA-DESC-ORIG(WS-IND3)
                                       TO WS-PTD-DESC-ORIG(WS-IND3)
               ADD 1                   TO WS-IND3
           END-PERFORM.
      *
      ******************************************************************
       RTGUARDAPT-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE TRADUCAO DAS DESCRICOES PARA O IDIOMA DO PARCEIRO    *
      *  (DESCIDI). DSMOTICAN1/DSDETALHE SEM TRADUCAO ATIVA SEGUEM EM   *
      *  PORTUGUES E SAO LISTADOS NO RELATORIO. A DESCRICAO SEM SCRUB   *
      *  (FORMATO ELEMENTO) E A COM SCRUB (FORMATO ATRIBUTO) SAO AMBAS  *
      *  SUBSTITUIDAS                                                   *
      ******************************************************************
       RTIDIOMA                        SECTION.
      ******************************************************************
      *
           MOVE WS-PARC-IDIOMA(WS-PARC-ATUAL) TO WS-IDIOMA-PARC.
      *
           IF WS-IDIOMA-PARC EQUAL SPACES
               MOVE 'PT'               TO WS-IDIOMA-PARC
           END-IF.
      *
           MOVE ZEROS                  TO WS-QTDE-FALLBACK.
           SET WS-CAB-IDIOMA-PENDENTE  TO TRUE.
      *
      *--------------------------------------------------------------*
      *        LISTA1 - MOTIVOS DE CANCELAMENTO                       *
      *--------------------------------------------------------------*
           MOVE 1                      TO WS-IND3.
      *
           PERFORM UNTIL WS-IND3 GREATER QTDECAN-WXML
               MOVE WS-PT-DESC(WS-IND3) TO DSMOTICAN1-WXML(WS-IND3)
               MOVE WS-PT-DESC-ORIG(WS-IND3) TO WS-DESC-ORIG(WS-IND3)
               IF NOT WS-IDIOMA-PORTUGUES
                   MOVE 'M'            TO FD-DSI-TIPO
                   MOVE CDMOTICAN1-WXML(WS-IND3) TO FD-DSI-CODIGO
                   PERFORM RTTRADUZ
                   IF WS-TRADUCAO-ACHADA
                       MOVE FD-DSI-DESC TO WS-DESC-ORIG(WS-IND3)
                       MOVE FD-DSI-DESC TO WS-SCRUB-CAMPO
                       PERFORM RTSCRUB
                       MOVE WS-SCRUB-CAMPO
                                       TO DSMOTICAN1-WXML(WS-IND3)
                   ELSE
                       MOVE 'MOTIVO '  TO WS-TIPO-FALLBACK
                       MOVE CDMOTICAN1-WXML(WS-IND3)
                                       TO WS-COD-FALLBACK
                       MOVE WS-PT-DESC-ORIG(WS-IND3)
                                       TO WS-DESC-FALLBACK
                       PERFORM RTLISTAFALLBACK
                   END-IF
               END-IF
               ADD 1                   TO WS-IND3
           END-PERFORM.
      *
           IF QTDECAN-WXML GREATER ZEROS
               MOVE DSMOTICAN1-WXML(1) TO DSMOTICAN-WXML
               MOVE WS-DESC-ORIG(1)    TO WS-DSMOTICAN-ORIG
               MOVE DSMOTICAN-WXML     TO DSMOTICAND-WXML
           END-IF.
      *
      *--------------------------------------------------------------*
      *        LISTA2 - DETALHES DE TRANSACAO                         *
      *--------------------------------------------------------------*
           MOVE 1                      TO WS-IND3.
      *
           PERFORM UNTIL WS-IND3 GREATER QTDEDET-WXML
               MOVE WS-PT2-DESC(WS-IND3) TO DSDETALHE-WXML(WS-IND3)
               MOVE WS-PT2-DESC-ORIG(WS-IND3) TO WS-DESC2-ORIG(WS-IND3)
               IF NOT WS-IDIOMA-PORTUGUES
                   MOVE 'D'            TO FD-DSI-TIPO
                   MOVE CDDETALHE-WXML(WS-IND3) TO FD-DSI-CODIGO
                   PERFORM RTTRADUZ
                   IF WS-TRADUCAO-ACHADA
                       MOVE FD-DSI-DESC TO WS-DESC2-ORIG(WS-IND3)
                       MOVE FD-DSI-DESC TO WS-SCRUB-CAMPO
                       PERFORM RTSCRUB
                       MOVE WS-SCRUB-CAMPO
                                       TO DSDETALHE-WXML(WS-IND3)
                   ELSE
                       MOVE 'DETALHE'  TO WS-TIPO-FALLBACK
                       MOVE CDDETALHE-WXML(WS-IND3)
                                       TO WS-COD-FALLBACK
                       MOVE WS-PT2-DESC-ORIG(WS-IND3)
                                       TO WS-DESC-FALLBACK
                       PERFORM RTLISTAFALLBACK
                   END-IF
               END-IF
               ADD 1                   TO WS-IND3
           END-PERFORM.
      *
      *--------------------------------------------------------------*
      *  DIFERENCAS DO MODO DELTA - INCLUIDOS E ALTERADOS JA ESTAO NA  *
      *  LISTA1; SO OS EXCLUIDOS SEM TRADUCAO SAO LISTADOS AQUI        *
      *--------------------------------------------------------------*
           MOVE 1                      TO WS-IND3.
      *
           PERFORM UNTIL WS-IND3 GREATER WS-QTD-DELTA
               MOVE WS-PTD-DESC(WS-IND3) TO WS-DELTA-DESC(WS-IND3)
               MOVE WS-PTD-DESC-ORIG(WS-IND3)
                                       TO WS-DELTA-DESC-ORIG(WS-IND3)
               IF NOT WS-IDIOMA-PORTUGUES
                   MOVE 'M'            TO FD-DSI-TIPO
                   MOVE WS-DELTA-CODIGO(WS-IND3) TO FD-DSI-CODIGO
                   PERFORM RTTRADUZ
                   IF WS-TRADUCAO-ACHADA
                       MOVE FD-DSI-DESC
                                       TO WS-DELTA-DESC-ORIG(WS-IND3)
                       MOVE FD-DSI-DESC TO WS-SCRUB-CAMPO
                       PERFORM RTSCRUB
                       MOVE WS-SCRUB-CAMPO
                                       TO WS-DELTA-DESC(WS-IND3)
                   ELSE
                   IF WS-DELTA-SIT(WS-IND3) EQUAL 'E'
                       MOVE 'MOTIVO '  TO WS-TIPO-FALLBACK
                       MOVE WS-DELTA-CODIGO(WS-IND3)
                                       TO WS-COD-FALLBACK
                       MOVE WS-PTD-DESC-ORIG(WS-IND3)
                                       TO WS-DESC-FALLBACK
                       PERFORM RTLISTAFALLBACK
                   END-IF
                   END-IF
               END-IF
               ADD 1                   TO WS-IND3
           END-PERFORM.
      *
      ******************************************************************
       RTIDIOMA-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LEITURA DE UMA DESCRICAO TRADUZIDA NO DESCIDI        *
      *  SO VALE A TRADUCAO ATIVA E PREENCHIDA; ERRO DE LEITURA E SO    *
      *  AVISADO E A DESCRICAO SEGUE EM PORTUGUES                       *
      ******************************************************************
       RTTRADUZ                        SECTION.
      ******************************************************************
      *
           SET WS-TRADUCAO-NAO-ACHADA  TO TRUE.
      *
           IF DESCIDI-DISPONIVEL
               MOVE WS-IDIOMA-PARC     TO FD-DSI-IDIOMA
               READ DSCI
               IF DESCIDI-OK
                   IF FD-DSI-SITUACAO EQUAL 'A'
                           AND FD-DSI-DESC NOT = SPACES
                       SET WS-TRADUCAO-ACHADA TO TRUE
                   END-IF
               ELSE
               IF NOT DESCIDI-NAO-ACHADA
                   DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                           'DESCIDI - FILE STATUS: ' WS-FS-DESCIDI
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM002'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO DESCIDI - FILE STATUS: '
                          WS-FS-DESCIDI
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
       RTTRADUZ-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE LISTA DE UMA DESCRICAO ENVIADA EM PORTUGUES POR      *
      *  FALTA DE TRADUCAO NO IDIOMA DO PARCEIRO                        *
      ******************************************************************
       RTLISTAFALLBACK                 SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-QTDE-FALLBACK.
      *
           IF WS-CAB-IDIOMA-PENDENTE
               SET WS-CAB-IDIOMA-IMPRESSO TO TRUE
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING 'GXML01 - TRANSACAO ' CAB-CDTRAN
                      ' PARCEIRO ' WS-PARC-CDPARC
                      ' IDIOMA ' WS-IDIOMA-PARC
                      ' - SEM TRADUCAO, ENVIADO EM PORTUGUES:'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML01 -    ' WS-TIPO-FALLBACK
                  ' ' WS-COD-FALLBACK
                  ' ' WS-DESC-FALLBACK
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
      ******************************************************************
       RTLISTAFALLBACK-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE GRAVACAO DA ESTATISTICA DE USO DOS MOTIVOS (ESTMOT)  *
      *  PARA CADA MOTIVO DA LISTA1 DO CARTAO, A QTDE DE DETALHES DA    *
      *  LISTA2 VINCULADOS A ELE NA DATA DE NEGOCIO. MOTIVO SEM DETALHE *
      *  TAMBEM E GRAVADO (QTDE ZERO). NUMA REEXECUCAO DA MESMA DATA O  *
      *  REGISTRO EXISTENTE E REGRAVADO, SEM SOMAR DUAS VEZES           *
      ******************************************************************
       RTESTATISTICA                   SECTION.
      ******************************************************************
      *
           SET WS-ESTAT-GRAVADA        TO TRUE.
           MOVE ZEROS                  TO WS-QTD-ESTAT.
      *
           OPEN I-O ESTAT.
      *
           IF ESTMOT-INEXISTENTE
               OPEN OUTPUT ESTAT
               CLOSE ESTAT
               OPEN I-O ESTAT
           END-IF.
      *
           IF NOT ESTMOT-OK
               SET WS-ESTAT-NAO-GRAVADA TO TRUE
               DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                       'ESTMOT - ESTATISTICA NAO GRAVADA'
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-ESTMOT
               MOVE 'A'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM002'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ESTMOT - ESTATISTICA NAO GRAVADA '
                      '- FILE STATUS ' WS-FS-ESTMOT
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
           ELSE
               MOVE 1                  TO WS-IND3
               PERFORM UNTIL WS-IND3 GREATER QTDECAN-WXML
                                 OR WS-ESTAT-NAO-GRAVADA
                   MOVE ZEROS          TO WS-QTD-DETMOT
                   MOVE 1              TO WS-IND4
                   PERFORM UNTIL WS-IND4 GREATER QTDEDET-WXML
                       IF CDMOTICAN2-WXML(WS-IND4)
                               EQUAL CDMOTICAN1-WXML(WS-IND3)
                           ADD 1       TO WS-QTD-DETMOT
                       END-IF
                       ADD 1           TO WS-IND4
                   END-PERFORM
                   MOVE CAB-CDTRAN     TO FD-EST-CDTRAN
                   MOVE CDMOTICAN1-WXML(WS-IND3)
                                       TO FD-EST-CDMOTICAN
                   MOVE WS-DATA-REF    TO FD-EST-DATA
                   MOVE WS-QTD-DETMOT  TO FD-EST-QTDDET
                   MOVE WS-DATA-EXEC   TO FD-EST-DTGRAV
                   MOVE WS-HORA-EXEC   TO FD-EST-HRGRAV
                   WRITE FD-EST-REG
                   IF ESTMOT-DUPLICADO
                       REWRITE FD-EST-REG
                   END-IF
                   IF ESTMOT-OK
                       ADD 1           TO WS-QTD-ESTAT
                   ELSE
                       SET WS-ESTAT-NAO-GRAVADA TO TRUE
                       DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                               'ARQUIVO ESTMOT - ESTATISTICA NAO '
                               'GRAVADA'
                       DISPLAY 'GXML01 - FILE STATUS....: '
                               WS-FS-ESTMOT
                       MOVE 'A'        TO WS-EVT-SEVERIDADE
                       MOVE 'GXM002'   TO WS-EVT-CODIGO
                       STRING 'ERRO DE I/O NO ARQUIVO ESTMOT - '
                              'ESTATISTICA NAO GRAVADA - FILE STATUS '
                              WS-FS-ESTMOT
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                       PERFORM RTEVENTO
                   END-IF
                   ADD 1               TO WS-IND3
               END-PERFORM
               CLOSE ESTAT
           END-IF.
      *
      ******************************************************************
       RTESTATISTICA-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *     ROTINA DE GRAVACAO DO HISTORICO DE EXECUCAO (HISTEXEC)      *
      ******************************************************************
       RTHISTORICO                     SECTION.
           END-IF.
      *
           IF WS-FS-HIST NOT = '00'
               DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                       'HISTEXEC - HISTORICO NAO GRAVADO'
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-HIST
               MOVE 'A'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM002'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO HISTEXEC - HISTORICO NAO GRAVADO '
                      '- FILE STATUS ' WS-FS-HIST
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
           ELSE
               MOVE WS-DATA-REF        TO FD-HIST-DATA
               MOVE WS-HORA-EXEC       TO FD-HIST-HORA
               ELSE
                   MOVE 'N'            TO FD-HIST-RESTART
               END-IF
               MOVE WS-PARC-CDPARC     TO FD-HIST-CDPARC
               IF WS-SEQ-ACEITA
                   MOVE WS-SEQ-ATUAL   TO FD-HIST-NRSEQ
               ELSE
                   MOVE ZEROS          TO FD-HIST-NRSEQ
               END-IF
               WRITE FD-HIST-REG
               IF WS-FS-HIST NOT = '00'
                   DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                           'HISTEXEC - HISTORICO NAO GRAVADO'
                   DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-HIST
                   MOVE 'A'            TO WS-EVT-SEVERIDADE
                   MOVE 'GXM002'       TO WS-EVT-CODIGO
                   STRING 'ERRO DE I/O NO HISTEXEC - HISTORICO NAO '
                          'GRAVADO - FILE STATUS ' WS-FS-HIST
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
                   PERFORM RTEVENTO
               END-IF
               CLOSE HIST
           END-IF.
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           IF WS-TRAN-COM-ATRIB
               STRING 'GXML01 - MOTIVOS ATRIBUIDOS AO CDTRAN: '
                      WS-QTDE-ATRIB ' (MOTTRAN)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
           ELSE
               STRING 'GXML01 - CDTRAN SEM ATRIBUICAO NO MOTTRAN - '
                      'CATALOGO COMPLETO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
           END-IF.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML01 - EXTRATO GERADO..: ' WS-CARTAO-EXTRATO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           IF WS-ARQV-GRAVADO
               STRING 'GXML01 - LINHAS ARQUIVADAS (ARQXML): '
                      WS-QTD-LINARQ
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
           ELSE
               STRING 'GXML01 - XML NAO ARQUIVADO NO ARQXML'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
           END-IF.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           IF WS-ESTAT-GRAVADA
               STRING 'GXML01 - MOTIVOS NA ESTATISTICA (ESTMOT): '
                      WS-QTD-ESTAT
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
           ELSE
               STRING 'GXML01 - ESTATISTICA DE USO NAO GRAVADA NO '
                      'ESTMOT'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
           END-IF.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           STRING 'GXML01 - IDIOMA DESCRICOES...: ' WS-IDIOMA-PARC
                  '  SEM TRADUCAO (EM PORTUGUES): ' WS-QTDE-FALLBACK
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
      *
           MOVE SPACES                 TO WS-LINHA-RELAT.
           WRITE FD-RELAT              FROM WS-LINHA-RELAT.
               DISPLAY 'GXML01 - ERRO DE I/O NO ARQUIVO EXTRATO'
               DISPLAY 'GXML01 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-EXTRATO
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO EXTRATO - OPERACAO '
                      WS-OPER-ATUAL ' - FILE STATUS ' WS-FS-EXTRATO
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
               MOVE 016                TO RETORNO-WXML
               MOVE -904               TO SQLCODE-WXML
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RELAT
               WRITE FD-RELAT          FROM WS-LINHA-RELAT
               MOVE 'A'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM026'           TO WS-EVT-CODIGO
               MOVE CAB-CDTRAN         TO WS-EVT-CDTRAN
               MOVE WS-LINHA-RELAT(18:80) TO WS-EVT-TEXTO
               PERFORM RTEVENTO
           END-IF.
      *
      ******************************************************************
           CLOSE ARQME.
      *
           CLOSE ARQDET.
      *
           IF MOTTRAN-DISPONIVEL
               CLOSE MTRAN
           END-IF.
      *
           IF DESCIDI-DISPONIVEL
               CLOSE DSCI
           END-IF.
      *
           CLOSE RELAT.
      *
           IF WS-SEM-ERRO AND WS-SEM-FALHA-DADOS
                   AND NOT WS-HOUVE-RECUSA AND NOT WS-SNAPNOVO-CHEIA
               PERFORM RTGRAVASNAP
           END-IF.
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
           OPEN OUTPUT SNAP.
      *
           IF NOT SNAP-OK
               DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                       'SNAPMOT - FOTOGRAFIA NAO GRAVADA'
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-SNAP
               MOVE 'A'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM002'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO SNAPMOT - FOTOGRAFIA NAO GRAVADA '
                      '- FILE STATUS ' WS-FS-SNAP
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
           ELSE
               MOVE 1                  TO WS-IND
               PERFORM UNTIL WS-IND GREATER WS-SNAPN-QTD
                   MOVE WS-SNAPN-CODIGO(WS-IND) TO FD-SNAP-CODIGO
                   MOVE WS-SNAPN-DESC(WS-IND) TO FD-SNAP-DESC
                   MOVE WS-SNAPN-CDTRAN(WS-IND) TO FD-SNAP-CDTRAN
                   WRITE FD-SNAP-REG
                   ADD 1               TO WS-IND
               END-PERFORM
               PERFORM RTGRAVASNAPANT
               CLOSE SNAP
           END-IF.
      *
       RTGRAVASNAP-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *  ROTINA DE MANUTENCAO NA FOTOGRAFIA DOS CDTRAN SEM CARTAO NESTA *
      *  EXECUCAO. A FOTOGRAFIA ANTIGA DO CATALOGO (CDTRAN EM BRANCO)   *
      *  NAO E REGRAVADA                                                *
      ******************************************************************
       RTGRAVASNAPANT                  SECTION.
      ******************************************************************
      *
           MOVE 1                      TO WS-IND3.
      *
           PERFORM UNTIL WS-IND3 GREATER WS-SNAP-QTD
               SET WS-MOT-NAO-ACHADO   TO TRUE
               IF WS-SNAP-CDTRAN(WS-IND3) EQUAL SPACES
                   SET WS-MOT-ACHADO   TO TRUE
               END-IF
               MOVE 1                  TO WS-IND4
               PERFORM UNTIL WS-IND4 GREATER WS-SNAPN-QTD
                                 OR WS-MOT-ACHADO
                   IF WS-SNAPN-CDTRAN(WS-IND4)
                           EQUAL WS-SNAP-CDTRAN(WS-IND3)
                       SET WS-MOT-ACHADO TO TRUE
                   ELSE
                       ADD 1           TO WS-IND4
                   END-IF
               END-PERFORM
               IF WS-MOT-NAO-ACHADO
                   MOVE WS-SNAP-CODIGO(WS-IND3) TO FD-SNAP-CODIGO
                   MOVE WS-SNAP-DESC(WS-IND3) TO FD-SNAP-DESC
                   MOVE WS-SNAP-CDTRAN(WS-IND3) TO FD-SNAP-CDTRAN
                   WRITE FD-SNAP-REG
               END-IF
               ADD 1                   TO WS-IND3
           END-PERFORM.
      *
      ******************************************************************
       RTGRAVASNAPANT-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *                      ROTINA DE VERIFICACAO                     *
      ******************************************************************
       RTCHKSTATUS                     SECTION.
               DISPLAY 'GXML01 - ERRO DE I/O NO ARQUIVO SYS020.XML'
               DISPLAY 'GXML01 - OPERACAO.......: ' WS-OPER-ATUAL
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-SYS020
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO SYS020.XML - OPERACAO '
                      WS-OPER-ATUAL ' - FILE STATUS ' WS-FS-SYS020
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
               MOVE 016                TO RETORNO-WXML
               MOVE -904               TO SQLCODE-WXML
               DISPLAY 'GXML01 - ERRO DE I/O NO ARQUIVO GXMLCKPT'
               DISPLAY 'GXML01 - OPERACAO.......: ' WS-OPER-CKPT
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-CKPT
               MOVE 'S'                TO WS-EVT-SEVERIDADE
               MOVE 'GXM001'           TO WS-EVT-CODIGO
               STRING 'ERRO DE I/O NO ARQUIVO GXMLCKPT - OPERACAO '
                      WS-OPER-CKPT ' - FILE STATUS ' WS-FS-CKPT
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-TEXTO
               PERFORM RTEVENTO
               SET WS-ERRO-ENCONTRADO  TO TRUE
               MOVE 016                TO RETORNO-WXML
               MOVE -904               TO SQLCODE-WXML
       RTCHECKPOINT-EXIT.              EXIT.
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
               DISPLAY 'GXML01 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML01 - OPERACAO.......: OPEN'
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-CICLOCTL
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
                   DISPLAY 'GXML01 - CICLO ' WS-DATA-CICLO
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
               DISPLAY 'GXML01 - CICLO ' WS-DATA-CICLO
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
                   DISPLAY 'GXML01 - CICLO ' WS-DATA-CICLO
                           ': PASSO ' FD-CIC-PASSO
                           ' NAO CONCLUIDO - SITUACAO '
                           FD-CIC-SITUACAO ' RC ' FD-CIC-RC
               END-IF
               END-IF
           ELSE
           IF CICLOCTL-NAO-ACHADO
               SET WS-CICLO-BLOQUEADO  TO TRUE
               DISPLAY 'GXML01 - CICLO ' WS-DATA-CICLO
                       ': PASSO ' WS-CICLO-PASSO(WS-CICLO-IND)
                       ' NAO EXECUTADO'
           ELSE
               DISPLAY 'GXML01 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML01 - OPERACAO.......: READ'
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-CICLOCTL
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
               DISPLAY 'GXML01 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML01 - OPERACAO.......: READ'
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-CICLOCTL
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
               DISPLAY 'GXML01 - ERRO DE I/O NO ARQUIVO CICLOCTL'
               DISPLAY 'GXML01 - OPERACAO.......: WRITE'
               DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-CICLOCTL
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
                       DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                               'CICLOCTL - FIM DO PASSO NAO GRAVADO'
                       DISPLAY 'GXML01 - FILE STATUS....: '
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
                   DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-EVENTO
               END-IF
           END-IF.
      *
           IF WS-EVENTO-ABERTO
               ACCEPT WS-EVT-DATA      FROM DATE YYYYMMDD
               ACCEPT WS-EVT-HORA8     FROM TIME
               MOVE WS-EVT-DATA        TO FD-EVT-DATA
               MOVE WS-EVT-HORA        TO FD-EVT-HORA
               MOVE 'GXML01'           TO FD-EVT-PROGRAMA
               MOVE WS-EVT-SEVERIDADE  TO FD-EVT-SEVERIDADE
               MOVE WS-EVT-CODIGO      TO FD-EVT-CODIGO
               MOVE WS-EVT-CDTRAN      TO FD-EVT-CDTRAN
               MOVE WS-EVT-CDPARC      TO FD-EVT-CDPARC
               MOVE WS-EVT-NRSEQ       TO FD-EVT-NRSEQ
               MOVE WS-EVT-TEXTO       TO FD-EVT-TEXTO
               WRITE FD-EVT-REG
               IF NOT EVENTO-OK
                   SET WS-EVENTO-INDISPONIVEL TO TRUE
                   DISPLAY 'GXML01 - ALERTA: ERRO DE I/O NO '
                           'EVTGXML - EVENTOS NAO GRAVADOS'
                   DISPLAY 'GXML01 - FILE STATUS....: ' WS-FS-EVENTO
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
