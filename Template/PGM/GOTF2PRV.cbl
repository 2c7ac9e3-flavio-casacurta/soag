      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2PRV.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2PRV                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  DEZEMBRO/2027                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF039S          O              WRK-REG-PREV   *
      *                SORTWK01         I/O             SRT-REGISTRO   *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *    CALEWAAC - AREA DE COMUNICACAO COM O CALE2000               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TPARC_EVNTO_TARIF         GOTFB0D1       *
      *                DB2PRD.TPEND_COBR_TARIF          GOTFB0D2       *
      *                DB2PRD.TCICLO_COBR_TARIF         GOTFB0E2       *
      *                DB2PRD.TCONS_REMES_TARIF         GOTFB0E3       *
      *                DB2PRD.TXREF_MANIF_TARIF         (SUBSELECT)    *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    CALE2000 - CALENDARIO DE DIAS UTEIS (CALL ESTATICO)         *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POS 01-02 : JANELA DA PREVISAO EM DIAS UTEIS (01 A 60;      *
      *                PADRAO 10)                                      *
      *    POS 03-05 : DIAS CORRIDOS DE HISTORICO DE RETORNO PARA A    *
      *                TAXA DE ADIMPLENCIA POR ORIGEM (PADRAO 090)     *
      *    POS 06-13 : DEPENDENCIA/PRACA DO CALENDARIO (PADRAO ZEROS   *
      *                = SOMENTE FERIADOS NACIONAIS)                   *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DEZ/2027 - HOMI - PROGRAMA CRIADO. PREVISAO DE FLUXO DE     *
      *               CAIXA DOS DEBITOS DE TARIFA NOS PROXIMOS DIAS    *
      *               UTEIS (CALENDARIO DO CALE2000). PROJETA, POR DIA *
      *               E ORIGEM, OS EVENTOS LANCADOS E AINDA NAO        *
      *               REMETIDOS, AS PARCELAS QUE VENCEM NO PERIODO     *
      *               (TPARC_EVNTO_TARIF), AS RETENTATIVAS AGENDADAS   *
      *               (TPEND_COBR_TARIF) E OS DEBITOS CONSOLIDADOS NO  *
      *               DIA DE DEBITO DE CADA CLIENTE DE CICLO           *
      *               (TCICLO_COBR_TARIF), COM OS MESMOS CRITERIOS DE  *
      *               SELECAO DO GOTF2REM. O VALOR BRUTO DE CADA LINHA *
      *               E AJUSTADO PELA TAXA HISTORICA DE ADIMPLENCIA DA *
      *               ORIGEM (RETORNOS DO GOTF2RET NO PERIODO DE       *
      *               HISTORICO) E GOTF039S TRAZ, POR DIA, O BRUTO E O *
      *               ESPERADO. O QUE CAI FORA DA JANELA E OS CICLOS   *
      *               RETIDOS ABAIXO DO MINIMO SAO TOTALIZADOS NO      *
      *               TRAILER.                                         *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS   COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*

       FILE-CONTROL.

           SELECT GOTF039S ASSIGN      TO   UT-S-GOTF039S
                      FILE STATUS      IS   WRK-FS-GOTF039S.

           SELECT ARQ-SORT ASSIGN      TO   UT-S-SORTWK01.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF039S - PREVISAO DE DEBITOS POR DIA UTIL          *
      *            ORG. SEQUENCIAL     -   LRECL   =  100              *
      *----------------------------------------------------------------*
       FD  GOTF039S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF039S                 PIC  X(100).

      *----------------------------------------------------------------*
      *   SORT: DEBITOS PROJETADOS, POR DIA UTIL, ORIGEM E FONTE       *
      *----------------------------------------------------------------*
       SD  ARQ-SORT.

       01  SRT-REGISTRO.
           05  SRT-CHAVE.
               10  SRT-DT-DEBITO       PIC  X(010).
               10  SRT-CSIST-ORIGE     PIC  X(003).
               10  SRT-FONTE           PIC  X(001).
           05  SRT-QTD-EVENTOS         PIC S9(009) COMP-3.
           05  SRT-VLR-BRUTO           PIC S9(013)V9(002) COMP-3.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CKRS0105                PIC  X(08)  VALUE  'CKRS0105'.

           COPY 'I#CKRS04'.

       77  WRK-CALE2000                PIC  X(08)  VALUE  'CALE2000'.

       COPY CALEWAAC.

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-SW-EOF-CURSOR           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CURSOR                      VALUE 'S'.
       01  WRK-SW-FIM-SORT             PIC  X(01) VALUE 'N'.
           88  WRK-FIM-SORT                        VALUE 'S'.

       01  WRK-FS-GOTF039S             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARAMETROS DA EXECUCAO (PARM DA JCL OU PADRAO)                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-QTD-DIAS-JANELA         PIC S9(04) COMP VALUE +10.
       01  WRK-QTD-DIAS-HIST           PIC S9(04) COMP VALUE +90.
       01  WRK-PARM-DEPENDENCIA        PIC  9(08) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DATAS DE REFERENCIA: HOJE, MES CORRENTE E MES SEGUINTE (DIA   *
      * DE DEBITO DO CICLO) E INICIO DO HISTORICO DE RETORNO          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-DATA-ATUAL              PIC  X(10) VALUE SPACES.
       01  FILLER REDEFINES WRK-DATA-ATUAL.
         05  WRK-DATA-ATUAL-AAAA       PIC  9(04).
         05  FILLER                    PIC  X(01).
         05  WRK-DATA-ATUAL-MM         PIC  9(02).
         05  FILLER                    PIC  X(01).
         05  WRK-DATA-ATUAL-DD         PIC  9(02).

       01  WRK-DT-PROX-MES             PIC  X(10) VALUE SPACES.
       01  FILLER REDEFINES WRK-DT-PROX-MES.
         05  WRK-DT-PROX-MES-AAAA      PIC  9(04).
         05  FILLER                    PIC  X(01).
         05  WRK-DT-PROX-MES-MM        PIC  9(02).
         05  FILLER                    PIC  X(03).

       01  WRK-ULT-DIA-MES             PIC S9(02) COMP-3 VALUE ZEROS.
       01  WRK-ULT-DIA-PROX-MES        PIC S9(02) COMP-3 VALUE ZEROS.
       01  WRK-DT-INI-MES              PIC  X(10) VALUE SPACES.
       01  WRK-DT-INI-HIST             PIC  X(10) VALUE SPACES.

       01  WRK-AAMM-ATUAL.
         05  WRK-AAMM-ATUAL-AAAA       PIC  9(04).
         05  WRK-AAMM-ATUAL-MM         PIC  9(02).
       01  FILLER REDEFINES WRK-AAMM-ATUAL.
         05  WRK-AAMM-ATUAL-NUM        PIC  9(06).

       01  WRK-AAMM-VENCTO.
         05  WRK-AAMM-VENCTO-AAAA      PIC  9(04).
         05  WRK-AAMM-VENCTO-MM        PIC  9(02).
       01  FILLER REDEFINES WRK-AAMM-VENCTO.
         05  WRK-AAMM-VENCTO-NUM       PIC  9(06).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DATA A PARTIR DA QUAL O ITEM PODE SER DEBITADO. O DEBITO CAI  *
      * NO PRIMEIRO DIA UTIL DA JANELA IGUAL OU POSTERIOR A ELA       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-DATA-ELEG.
         05  WRK-DATA-ELEG-AAAA        PIC  9(04).
         05  FILLER                    PIC  X(01) VALUE '-'.
         05  WRK-DATA-ELEG-MM          PIC  9(02).
         05  FILLER                    PIC  X(01) VALUE '-'.
         05  WRK-DATA-ELEG-DD          PIC  9(02).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DIAS UTEIS DA JANELA, A PARTIR DO PRIMEIRO DIA UTIL APOS HOJE *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-DIAS                PIC S9(04) COMP VALUE +60.
       01  WRK-IDX-DIA                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-DIA-ACHADO          PIC S9(04) COMP VALUE ZEROS.
       01  WRK-DT-DIA-ANTERIOR         PIC  X(10) VALUE SPACES.
       01  WRK-TAB-DIAS.
         05  WRK-TAB-DIA-ITEM          OCCURS 60 TIMES.
           10  TAB-DIA-DATA            PIC  X(10).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TAXA HISTORICA DE ADIMPLENCIA POR ORIGEM: VALOR PAGO SOBRE O  *
      * VALOR APRESENTADO NOS RETORNOS DO PERIODO. ORIGEM SEM         *
      * HISTORICO ENTRA COM TAXA 1 (ESPERADO IGUAL AO BRUTO)          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-TAXA                PIC S9(04) COMP VALUE +100.
       01  WRK-QTD-TAXA                PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-TAX                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-TAXA-ACHADA         PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-TAXA.
         05  WRK-TAB-TAX-ITEM          OCCURS 100 TIMES.
           10  TAB-TAX-ORIGE           PIC  X(03).
           10  TAB-TAX-IND-HIST        PIC  X(01).
           10  TAB-TAX-VLR-APRES       PIC S9(13)V9(02) COMP-3.
           10  TAB-TAX-VLR-PAGO        PIC S9(13)V9(02) COMP-3.
           10  TAB-TAX-TAXA            PIC S9(01)V9(04) COMP-3.

       01  WRK-CHV-ORIGE               PIC  X(03) VALUE SPACES.
       01  WRK-VLR-APRES               PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-PAGO                PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ITEM PROJETADO (AGREGADO DE UM CURSOR) E SUA FONTE            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-ITEM-FONTE              PIC  X(01) VALUE SPACES.
           88  WRK-FONTE-EVENTO                    VALUE 'E'.
           88  WRK-FONTE-PARCELA                   VALUE 'P'.
           88  WRK-FONTE-RETENTATIVA               VALUE 'R'.
           88  WRK-FONTE-CICLO                     VALUE 'C'.
       01  WRK-QTD-AGREGADA            PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-VLR-AGREGADO            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-DT-PROX-TENTATIVA       PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CLIENTE DE CICLO EM TRATAMENTO: O DEBITO CONSOLIDADO SO SAI   *
      * SE A SOMA DA CONTA ATINGIR O MINIMO, ENTAO AS ORIGENS DA      *
      * CONTA SAO GUARDADAS ATE A QUEBRA                              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CIC-NCONTA              PIC S9(13) COMP-3 VALUE -1.
       01  WRK-CIC-DIA-DEBITO          PIC S9(02) COMP-3 VALUE ZEROS.
       01  WRK-CIC-VLR-MIN             PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-CIC-VLR-TOTAL           PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-CIC-QTD-TOTAL           PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-CIC-DIA-CAPADO          PIC S9(02) COMP-3 VALUE ZEROS.
       01  WRK-QTD-CONS-MES            PIC S9(09) COMP VALUE ZEROS.
       01  WRK-MAX-CICLO               PIC S9(04) COMP VALUE +50.
       01  WRK-QTD-CICLO               PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-CIC                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-CICLO.
         05  WRK-TAB-CIC-ITEM          OCCURS 50 TIMES.
           10  TAB-CIC-ORIGE           PIC  X(03).
           10  TAB-CIC-QTD             PIC S9(09) COMP-3.
           10  TAB-CIC-VLR             PIC S9(13)V9(02) COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * QUEBRAS DA SAIDA DO SORT (DIA E CHAVE DIA/ORIGEM/FONTE)       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CHAVE-ATUAL             PIC  X(14) VALUE LOW-VALUES.
       01  WRK-CHV-QTD                 PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-CHV-VLR-BRUTO           PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-CHV-VLR-ESPERADO        PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-CHV-TAXA                PIC S9(01)V9(04) COMP-3
                                                   VALUE ZEROS.

       01  WRK-TOT-DIA.
         05  WRK-DIA-QTD               PIC S9(09) COMP-3 VALUE ZEROS.
         05  WRK-DIA-VLR-BRUTO         PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
         05  WRK-DIA-VLR-ESPERADO      PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-EVENTOS         PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LIDOS-PARCELAS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LIDOS-RETENTATIVAS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LIDOS-CICLOS          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LIBERADOS-SORT        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-DETALHES-GOTF039S     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-ORIGENS-SEM-HIST      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-QTD               PIC S9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-VLR-BRUTO         PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-TOT-VLR-ESPERADO      PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-QTD-FORA-JANELA       PIC S9(09)  COMP-3  VALUE ZEROS.
         05  WRK-VLR-FORA-JANELA       PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-QTD-CICLOS-RETIDOS    PIC S9(09)  COMP-3  VALUE ZEROS.
         05  WRK-VLR-CICLOS-RETIDOS    PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF039S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-PREV-HEADER.
         05  RPH-TIPO-REGISTRO         PIC  X(001) VALUE 'H'.
         05  RPH-DT-GERACAO            PIC  X(010).
         05  RPH-QTD-DIAS-JANELA       PIC  9(003).
         05  RPH-DT-INI-JANELA         PIC  X(010).
         05  RPH-DT-FIM-JANELA         PIC  X(010).
         05  RPH-QTD-DIAS-HIST         PIC  9(003).
         05  RPH-DT-INI-HIST           PIC  X(010).
         05  RPH-DEPENDENCIA           PIC  9(008).
         05  FILLER                    PIC  X(045) VALUE SPACES.

       01  WRK-REG-PREV-TAXA.
         05  RPX-TIPO-REGISTRO         PIC  X(001) VALUE 'X'.
         05  RPX-CSIST-ORIGE-TARIF     PIC  X(003).
         05  RPX-IND-HISTORICO         PIC  X(001).
         05  RPX-VLR-APRESENTADO       PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  RPX-VLR-PAGO              PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  RPX-TAXA                  PIC  9(001)V9(004).
         05  FILLER                    PIC  X(058) VALUE SPACES.

       01  WRK-REG-PREV-DETALHE.
         05  RPD-TIPO-REGISTRO         PIC  X(001) VALUE 'D'.
         05  RPD-DT-DEBITO             PIC  X(010).
         05  RPD-CSIST-ORIGE-TARIF     PIC  X(003).
         05  RPD-FONTE                 PIC  X(001).
         05  RPD-QTD-EVENTOS           PIC  9(009).
         05  RPD-VLR-BRUTO             PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  RPD-TAXA                  PIC  9(001)V9(004).
         05  RPD-VLR-ESPERADO          PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  FILLER                    PIC  X(039) VALUE SPACES.

       01  WRK-REG-PREV-DIA.
         05  RPS-TIPO-REGISTRO         PIC  X(001) VALUE 'S'.
         05  RPS-DT-DEBITO             PIC  X(010).
         05  RPS-QTD-EVENTOS           PIC  9(009).
         05  RPS-VLR-BRUTO             PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  RPS-VLR-ESPERADO          PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  FILLER                    PIC  X(048) VALUE SPACES.

       01  WRK-REG-PREV-TRAILER.
         05  RPT-TIPO-REGISTRO         PIC  X(001) VALUE 'T'.
         05  RPT-QTD-EVENTOS           PIC  9(009).
         05  RPT-VLR-BRUTO             PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  RPT-VLR-ESPERADO          PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  RPT-QTD-FORA-JANELA       PIC  9(009).
         05  RPT-VLR-FORA-JANELA       PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  RPT-QTD-CICLOS-RETIDOS    PIC  9(009).
         05  RPT-VLR-CICLOS-RETIDOS    PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  FILLER                    PIC  X(008) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DO FRWK2999                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FRWK2999                PIC  X(08)  VALUE
           'FRWK2999'.

       01  WRK-AREA-ERRO.
           COPY 'I#FRWKGE'.
           05  WRK-BLOCO-INFO-ERRO.
             10 WRK-CHAR-INFO-ERRO     PIC  X(01) OCCURS 0 TO 30000
                                       TIMES DEPENDING ON
                                       FRWKGHEA-TAM-DADOS.

       01  WRK-AREA-ERRO-ARQUIVO.
           COPY 'I#FRWKAR'.

       01  WRK-AREA-ERRO-LIVRE.
           COPY 'I#FRWKLI'.

       01  WRK-AREA-ERRO-DB2.
           COPY 'I#FRWKDB'.

       01  WRK-AREA-BRAD0450.
         05  WRK-0450-ABEND-BAT        PIC S9(04)  COMP    VALUE +1111.
         05  WRK-0450-DUMP-BAT         PIC  X(01)  VALUE 'S'.
         05  WRK-0450-ABEND-ARQUIVO    PIC S9(04)  COMP    VALUE +1112.
         05  WRK-0450-ABEND-DB2        PIC S9(04)  COMP    VALUE +1113.
         05  WRK-0450-ABEND-LIVRE      PIC S9(04)  COMP    VALUE +1115.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DA TABELA DB2                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0B7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D1
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D2
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E2
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E3
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RETORNOS DO PERIODO DE HISTORICO POR ORIGEM: APRESENTADO      *
      * (PAGO, RECUSADO E CONTA ENCERRADA) E PAGO. A LIQUIDACAO       *
      * PARCIAL ('Q') FICA FORA - O RESIDUAL VOLTA A COBRANCA E       *
      * SERIA CONTADO DUAS VEZES                                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CTAXA CURSOR FOR
                SELECT T.CSIST_ORIGE_TARIF,
                       SUM(T.VVALOR_COBR_TARIF),
                       SUM(CASE WHEN T.CSIT_COBR_TARIF = 'P'
                                THEN T.VVALOR_COBR_TARIF
                                ELSE 0
                           END)
                  FROM DB2PRD.TSIT_MOVTO_TARIF T
                 WHERE T.IND_REMES_TARIF  = 'S'
                   AND T.CSIT_COBR_TARIF IN ('P', 'R', 'E')
                   AND T.DT_REMES_TARIF  >= :WRK-DT-INI-HIST
                   AND T.VVALOR_COBR_TARIF > 0
                 GROUP BY T.CSIST_ORIGE_TARIF
                 ORDER BY T.CSIST_ORIGE_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * EVENTOS LANCADOS E NAO REMETIDOS FORA DE CICLO (MESMO         *
      * CRITERIO DO C1 DO GOTF2REM): SAEM NA PROXIMA REMESSA          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CEVT CURSOR FOR
                SELECT T.CSIST_ORIGE_TARIF,
                       COUNT(*),
                       SUM(T.VVALOR_COBR_TARIF)
                  FROM DB2PRD.TSIT_MOVTO_TARIF T
                 WHERE T.IND_REMES_TARIF = 'N'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TXREF_MANIF_TARIF X
                         WHERE X.CSIST_ORIGE_TARIF =
                               T.CSIST_ORIGE_TARIF
                           AND X.DRECEB_MOVTO_TARIF =
                               T.DRECEB_MOVTO_TARIF
                           AND X.NMOVTO_EVNTO_TARIF =
                               T.NMOVTO_EVNTO_TARIF
                           AND X.IN_SITUACAO = 'A')
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TCICLO_COBR_TARIF C
                         WHERE C.NCONTA_CLIEN = T.NCONTA_CLIEN)
                 GROUP BY T.CSIST_ORIGE_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARCELAS PENDENTES POR ORIGEM E MES DE VENCIMENTO (MESMO      *
      * CRITERIO DO C2 DO GOTF2REM, SEM O CORTE DO MES CORRENTE)      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPAR CURSOR FOR
                SELECT P.CSIST_ORIGE_TARIF,
                       P.AAMM_VENCTO,
                       COUNT(*),
                       SUM(P.VVALOR_PARC)
                  FROM DB2PRD.TPARC_EVNTO_TARIF P
                 WHERE P.IN_SITUACAO = 'P'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TXREF_MANIF_TARIF X
                         WHERE X.CSIST_ORIGE_TARIF =
                               P.CSIST_ORIGE_TARIF
                           AND X.DRECEB_MOVTO_TARIF =
                               P.DRECEB_MOVTO_TARIF
                           AND X.NMOVTO_EVNTO_TARIF =
                               P.NMOVTO_EVNTO_TARIF
                           AND X.IN_SITUACAO = 'A')
                 GROUP BY P.CSIST_ORIGE_TARIF,
                          P.AAMM_VENCTO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RETENTATIVAS AGENDADAS POR ORIGEM E DATA DA PROXIMA TENTATIVA *
      * (MESMO CRITERIO DO C3 DO GOTF2REM, SEM O CORTE DE DATA)       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CRET CURSOR FOR
                SELECT T.CSIST_ORIGE_TARIF,
                       D.DT_PROX_TENTATIVA,
                       COUNT(*),
                       SUM(T.VVALOR_COBR_TARIF)
                  FROM DB2PRD.TSIT_MOVTO_TARIF  T,
                       DB2PRD.TPEND_COBR_TARIF  D
                 WHERE D.CSIST_ORIGE_TARIF  = T.CSIST_ORIGE_TARIF
                   AND D.DRECEB_MOVTO_TARIF = T.DRECEB_MOVTO_TARIF
                   AND D.NMOVTO_EVNTO_TARIF = T.NMOVTO_EVNTO_TARIF
                   AND D.IN_SITUACAO        = 'P'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TXREF_MANIF_TARIF X
                         WHERE X.CSIST_ORIGE_TARIF =
                               T.CSIST_ORIGE_TARIF
                           AND X.DRECEB_MOVTO_TARIF =
                               T.DRECEB_MOVTO_TARIF
                           AND X.NMOVTO_EVNTO_TARIF =
                               T.NMOVTO_EVNTO_TARIF
                           AND X.IN_SITUACAO = 'A')
                 GROUP BY T.CSIST_ORIGE_TARIF,
                          D.DT_PROX_TENTATIVA
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CLIENTES DE CICLO COM EVENTOS NAO REMETIDOS, POR CONTA E      *
      * ORIGEM. A DECISAO DE REMETER (MINIMO) E FEITA NA QUEBRA DA    *
      * CONTA, COMO NO GOTF2REM                                       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CCIC CURSOR FOR
                SELECT C.NCONTA_CLIEN,
                       C.DIA_DEBITO,
                       C.VVALOR_MIN_REMES,
                       T.CSIST_ORIGE_TARIF,
                       COUNT(*),
                       SUM(T.VVALOR_COBR_TARIF)
                  FROM DB2PRD.TCICLO_COBR_TARIF C,
                       DB2PRD.TSIT_MOVTO_TARIF  T
                 WHERE T.NCONTA_CLIEN    = C.NCONTA_CLIEN
                   AND T.IND_REMES_TARIF = 'N'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TXREF_MANIF_TARIF X
                         WHERE X.CSIST_ORIGE_TARIF =
                               T.CSIST_ORIGE_TARIF
                           AND X.DRECEB_MOVTO_TARIF =
                               T.DRECEB_MOVTO_TARIF
                           AND X.NMOVTO_EVNTO_TARIF =
                               T.NMOVTO_EVNTO_TARIF
                           AND X.IN_SITUACAO = 'A')
                 GROUP BY C.NCONTA_CLIEN,
                          C.DIA_DEBITO,
                          C.VVALOR_MIN_REMES,
                          T.CSIST_ORIGE_TARIF
                 ORDER BY C.NCONTA_CLIEN,
                          T.CSIST_ORIGE_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM             PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-JANELA PIC  9(002).
               10  WRK-PARM-DADO-HIST   PIC  9(003).
               10  WRK-PARM-DADO-DEPEND PIC  9(008).
               10  FILLER               PIC  X(067).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           SORT ARQ-SORT
                ASCENDING KEY SRT-CHAVE
                INPUT  PROCEDURE IS 2000-PROJETAR-DEBITOS
                OUTPUT PROCEDURE IS 3000-GRAVAR-PREVISAO.

           PERFORM 4000-GRAVAR-TAXAS-TRAILER.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           MOVE '1000-INICIAR'          TO      FRWKGHEA-IDEN-PARAGRAFO.

           CALL 'CKRS1000'.

           PERFORM 7000-INICIAR-CKRS0105.

           INITIALIZE FRWKGHEA-REGISTRO
                      FRWKGARQ-REGISTRO
                      FRWKGDB2-REGISTRO.

           OPEN OUTPUT  GOTF039S.

           PERFORM 1110-TESTAR-FS-GOTF039S.

           PERFORM 1050-LER-PARM.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO),
                       DAY(LAST_DAY(CURRENT DATE)),
                       CHAR(CURRENT DATE -
                            (DAY(CURRENT DATE) - 1) DAYS, ISO),
                       CHAR(LAST_DAY(CURRENT DATE) + 1 DAY, ISO),
                       DAY(LAST_DAY(CURRENT DATE + 1 MONTH)),
                       CHAR(CURRENT DATE - :WRK-QTD-DIAS-HIST DAYS,
                            ISO)
                  INTO :WRK-DATA-ATUAL,
                       :WRK-ULT-DIA-MES,
                       :WRK-DT-INI-MES,
                       :WRK-DT-PROX-MES,
                       :WRK-ULT-DIA-PROX-MES,
                       :WRK-DT-INI-HIST
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE WRK-DATA-ATUAL-AAAA     TO      WRK-AAMM-ATUAL-AAAA.
           MOVE WRK-DATA-ATUAL-MM       TO      WRK-AAMM-ATUAL-MM.

           PERFORM 1200-MONTAR-JANELA.

           PERFORM 1300-CARREGAR-TAXAS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PARM AUSENTE OU NAO NUMERICO MANTEM O PADRAO; JANELA FORA DE  *
      * 01 A 60 DIAS UTEIS E REJEITADA                                *
      *----------------------------------------------------------------*
       1050-LER-PARM                   SECTION.
      *----------------------------------------------------------------*

           MOVE '1050-LER-PARM'         TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-PARM-TAM              IS GREATER THAN +1
              AND WRK-PARM-DADO-JANELA  IS NUMERIC
              IF WRK-PARM-DADO-JANELA   EQUAL   ZEROS
                 OR WRK-PARM-DADO-JANELA GREATER WRK-MAX-DIAS
                 MOVE 'GOTF9999'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'JANELA DO PARM DEVE SER DE 01 A 60 DIAS UTEIS'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
              MOVE WRK-PARM-DADO-JANELA TO      WRK-QTD-DIAS-JANELA
           END-IF.

           IF WRK-PARM-TAM              IS GREATER THAN +4
              AND WRK-PARM-DADO-HIST    IS NUMERIC
              AND WRK-PARM-DADO-HIST    IS GREATER THAN ZEROS
              MOVE WRK-PARM-DADO-HIST   TO      WRK-QTD-DIAS-HIST
           END-IF.

           IF WRK-PARM-TAM              IS GREATER THAN +12
              AND WRK-PARM-DADO-DEPEND  IS NUMERIC
              MOVE WRK-PARM-DADO-DEPEND TO      WRK-PARM-DEPENDENCIA
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-GOTF039S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF039S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF039S       NOT EQUAL   '00'
              MOVE 'GOTF039S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF039S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MONTA OS DIAS UTEIS DA JANELA PELO CALE2000 (FUNCAO 'SU'), UM *
      * DIA UTIL APOS O OUTRO A PARTIR DE HOJE                        *
      *----------------------------------------------------------------*
       1200-MONTAR-JANELA              SECTION.
      *----------------------------------------------------------------*

           MOVE '1200-MONTAR-JANELA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-DATA-ATUAL          TO      WRK-DT-DIA-ANTERIOR.

           PERFORM 1210-SOMAR-DIA-UTIL
             VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA        GREATER WRK-QTD-DIAS-JANELA.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1210-SOMAR-DIA-UTIL             SECTION.
      *----------------------------------------------------------------*

           MOVE '1210-SOMAR-DIA-UTIL'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE CALEWAAC-BLOCO-RETORNO
                      CALEWAAC-BLOCO-SAIDA.
           SET  CALEWAAC-SOMAR-DIAS-UTEIS TO    TRUE.
           MOVE WRK-PARM-DEPENDENCIA    TO      CALEWAAC-DEPENDENCIA.
           MOVE WRK-DT-DIA-ANTERIOR     TO      CALEWAAC-DT-BASE.
           MOVE SPACES                  TO      CALEWAAC-DT-FIM
                                       CALEWAAC-TRATAMENTO-MEIO-DIA.
           MOVE 1                       TO      CALEWAAC-QTD-DIAS-UTEIS.
           MOVE ZEROS                   TO      CALEWAAC-PROTOCOLO.

           CALL WRK-CALE2000            USING   CALEWAAC.

           IF CALEWAAC-COD-RETORNO  NOT EQUAL   ZEROS
              MOVE 'CALE9998'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'CALE2000 RETORNOU ERRO NA SOMA DE DIAS UTEIS'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE CALEWAAC-DT-RESULTADO   TO      TAB-DIA-DATA
                                                (WRK-IDX-DIA)
                                                WRK-DT-DIA-ANTERIOR.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CARREGA A TAXA DE ADIMPLENCIA POR ORIGEM DOS RETORNOS DO      *
      * PERIODO DE HISTORICO                                          *
      *----------------------------------------------------------------*
       1300-CARREGAR-TAXAS             SECTION.
      *----------------------------------------------------------------*

           MOVE '1300-CARREGAR-TAXAS'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.
           MOVE ZEROS                   TO      WRK-QTD-TAXA.

           EXEC SQL
                OPEN CTAXA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1310-FETCH-TAXA.

           PERFORM 1320-GUARDAR-TAXA
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CTAXA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0012'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1310-FETCH-TAXA                 SECTION.
      *----------------------------------------------------------------*

           MOVE '1310-FETCH-TAXA'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CTAXA
                 INTO :WRK-CHV-ORIGE,
                      :WRK-VLR-APRES,
                      :WRK-VLR-PAGO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0011'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1320-GUARDAR-TAXA               SECTION.
      *----------------------------------------------------------------*

           MOVE '1320-GUARDAR-TAXA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-QTD-TAXA      GREATER OR EQUAL WRK-MAX-TAXA
              MOVE 'GOTF9988'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'TABELA DE TAXAS POR ORIGEM EXCEDEU A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           ADD 1                        TO      WRK-QTD-TAXA.

           MOVE WRK-CHV-ORIGE   TO TAB-TAX-ORIGE     (WRK-QTD-TAXA).
           MOVE 'S'             TO TAB-TAX-IND-HIST  (WRK-QTD-TAXA).
           MOVE WRK-VLR-APRES   TO TAB-TAX-VLR-APRES (WRK-QTD-TAXA).
           MOVE WRK-VLR-PAGO    TO TAB-TAX-VLR-PAGO  (WRK-QTD-TAXA).

           COMPUTE TAB-TAX-TAXA (WRK-QTD-TAXA) ROUNDED =
                   WRK-VLR-PAGO / WRK-VLR-APRES.

           PERFORM 1310-FETCH-TAXA.

      *----------------------------------------------------------------*
       1320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * INPUT PROCEDURE DO SORT: PROJETA NA JANELA AS QUATRO FONTES   *
      * DE DEBITO DO GOTF2REM                                         *
      *----------------------------------------------------------------*
       2000-PROJETAR-DEBITOS           SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-PROJETAR-DEBITOS' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 2100-PROJETAR-EVENTOS.

           PERFORM 2200-PROJETAR-PARCELAS.

           PERFORM 2300-PROJETAR-RETENTATIVAS.

           PERFORM 2400-PROJETAR-CICLOS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * EVENTOS FORA DE CICLO: JA ESTAO APTOS, VAO PARA O PRIMEIRO    *
      * DIA UTIL DA JANELA                                            *
      *----------------------------------------------------------------*
       2100-PROJETAR-EVENTOS           SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-PROJETAR-EVENTOS' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.
           SET WRK-FONTE-EVENTO         TO      TRUE.

           EXEC SQL
                OPEN CEVT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2110-FETCH-EVENTOS.

           PERFORM 2120-LIBERAR-EVENTOS
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CEVT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0022'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-FETCH-EVENTOS              SECTION.
      *----------------------------------------------------------------*

           MOVE '2110-FETCH-EVENTOS'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CEVT
                 INTO :WRK-CHV-ORIGE,
                      :WRK-QTD-AGREGADA,
                      :WRK-VLR-AGREGADO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0021'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-LIDOS-EVENTOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2120-LIBERAR-EVENTOS            SECTION.
      *----------------------------------------------------------------*

           MOVE '2120-LIBERAR-EVENTOS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-DATA-ATUAL          TO      WRK-DATA-ELEG.

           PERFORM 5000-PROJETAR-ITEM.

           PERFORM 2110-FETCH-EVENTOS.

      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PARCELAS: A DO MES CORRENTE (OU ATRASADA) JA ESTA APTA; A DE  *
      * MES FUTURO FICA APTA NO PRIMEIRO DIA DO MES DE VENCIMENTO     *
      *----------------------------------------------------------------*
       2200-PROJETAR-PARCELAS          SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-PROJETAR-PARCELAS' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.
           SET WRK-FONTE-PARCELA        TO      TRUE.

           EXEC SQL
                OPEN CPAR
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2210-FETCH-PARCELAS.

           PERFORM 2220-LIBERAR-PARCELAS
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CPAR
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0032'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-FETCH-PARCELAS             SECTION.
      *----------------------------------------------------------------*

           MOVE '2210-FETCH-PARCELAS'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPAR
                 INTO :WRK-CHV-ORIGE,
                      :GOTFB0D1.AAMM-VENCTO,
                      :WRK-QTD-AGREGADA,
                      :WRK-VLR-AGREGADO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPARC_EVNTO_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0031'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-LIDOS-PARCELAS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-LIBERAR-PARCELAS           SECTION.
      *----------------------------------------------------------------*

           MOVE '2220-LIBERAR-PARCELAS' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE AAMM-VENCTO OF GOTFB0D1 TO      WRK-AAMM-VENCTO-NUM.

           IF WRK-AAMM-VENCTO-NUM   NOT GREATER WRK-AAMM-ATUAL-NUM
              MOVE WRK-DATA-ATUAL       TO      WRK-DATA-ELEG
           ELSE
              MOVE WRK-AAMM-VENCTO-AAAA TO      WRK-DATA-ELEG-AAAA
              MOVE WRK-AAMM-VENCTO-MM   TO      WRK-DATA-ELEG-MM
              MOVE 1                    TO      WRK-DATA-ELEG-DD
           END-IF.

           PERFORM 5000-PROJETAR-ITEM.

           PERFORM 2210-FETCH-PARCELAS.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * RETENTATIVAS: APTAS NA DATA DA PROXIMA TENTATIVA (A VENCIDA   *
      * CAI NO PRIMEIRO DIA UTIL DA JANELA)                           *
      *----------------------------------------------------------------*
       2300-PROJETAR-RETENTATIVAS      SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-PROJETAR-RETENTATIVAS' TO FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.
           SET WRK-FONTE-RETENTATIVA    TO      TRUE.

           EXEC SQL
                OPEN CRET
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_COBR_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2310-FETCH-RETENTATIVAS.

           PERFORM 2320-LIBERAR-RETENTATIVAS
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CRET
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_COBR_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0042'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-FETCH-RETENTATIVAS         SECTION.
      *----------------------------------------------------------------*

           MOVE '2310-FETCH-RETENTATIVAS' TO    FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CRET
                 INTO :WRK-CHV-ORIGE,
                      :GOTFB0D2.DT-PROX-TENTATIVA,
                      :WRK-QTD-AGREGADA,
                      :WRK-VLR-AGREGADO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPEND_COBR_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0041'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-LIDOS-RETENTATIVAS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2320-LIBERAR-RETENTATIVAS       SECTION.
      *----------------------------------------------------------------*

           MOVE '2320-LIBERAR-RETENTATIVAS' TO  FRWKGHEA-IDEN-PARAGRAFO.

           MOVE DT-PROX-TENTATIVA OF GOTFB0D2
                                        TO      WRK-DT-PROX-TENTATIVA.

           IF WRK-DT-PROX-TENTATIVA NOT GREATER WRK-DATA-ATUAL
              MOVE WRK-DATA-ATUAL       TO      WRK-DATA-ELEG
           ELSE
              MOVE WRK-DT-PROX-TENTATIVA TO     WRK-DATA-ELEG
           END-IF.

           PERFORM 5000-PROJETAR-ITEM.

           PERFORM 2310-FETCH-RETENTATIVAS.

      *----------------------------------------------------------------*
       2320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CLIENTES DE CICLO: AS ORIGENS DA CONTA SAO GUARDADAS E A      *
      * CONTA E PROJETADA NA QUEBRA                                   *
      *----------------------------------------------------------------*
       2400-PROJETAR-CICLOS            SECTION.
      *----------------------------------------------------------------*

           MOVE '2400-PROJETAR-CICLOS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.
           MOVE -1                      TO      WRK-CIC-NCONTA.
           MOVE ZEROS                   TO      WRK-QTD-CICLO.

           EXEC SQL
                OPEN CCIC
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCICLO_COBR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2410-FETCH-CICLOS.

           PERFORM 2420-GUARDAR-CICLO
             UNTIL WRK-EOF-CURSOR.

           IF WRK-QTD-CICLO             GREATER ZEROS
              PERFORM 2450-FECHAR-CONTA-CICLO
           END-IF.

           EXEC SQL
                CLOSE CCIC
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCICLO_COBR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0052'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-FETCH-CICLOS               SECTION.
      *----------------------------------------------------------------*

           MOVE '2410-FETCH-CICLOS'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CCIC
                 INTO :GOTFB0E2.NCONTA-CLIEN,
                      :GOTFB0E2.DIA-DEBITO,
                      :GOTFB0E2.VVALOR-MIN-REMES,
                      :WRK-CHV-ORIGE,
                      :WRK-QTD-AGREGADA,
                      :WRK-VLR-AGREGADO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TCICLO_COBR_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0051'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-LIDOS-CICLOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2420-GUARDAR-CICLO              SECTION.
      *----------------------------------------------------------------*

           MOVE '2420-GUARDAR-CICLO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NCONTA-CLIEN OF GOTFB0E2 NOT EQUAL WRK-CIC-NCONTA
              IF WRK-QTD-CICLO          GREATER ZEROS
                 PERFORM 2450-FECHAR-CONTA-CICLO
              END-IF
              MOVE NCONTA-CLIEN     OF GOTFB0E2 TO WRK-CIC-NCONTA
              MOVE DIA-DEBITO       OF GOTFB0E2 TO WRK-CIC-DIA-DEBITO
              MOVE VVALOR-MIN-REMES OF GOTFB0E2 TO WRK-CIC-VLR-MIN
              MOVE ZEROS                TO      WRK-QTD-CICLO
                                                WRK-CIC-QTD-TOTAL
                                                WRK-CIC-VLR-TOTAL
           END-IF.

           IF WRK-QTD-CICLO     GREATER OR EQUAL WRK-MAX-CICLO
              MOVE 'GOTF9988'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'ORIGENS DA CONTA DE CICLO EXCEDERAM A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           ADD 1                        TO      WRK-QTD-CICLO.

           MOVE WRK-CHV-ORIGE    TO TAB-CIC-ORIGE (WRK-QTD-CICLO).
           MOVE WRK-QTD-AGREGADA TO TAB-CIC-QTD   (WRK-QTD-CICLO).
           MOVE WRK-VLR-AGREGADO TO TAB-CIC-VLR   (WRK-QTD-CICLO).

           ADD WRK-QTD-AGREGADA         TO      WRK-CIC-QTD-TOTAL.
           ADD WRK-VLR-AGREGADO         TO      WRK-CIC-VLR-TOTAL.

           PERFORM 2410-FETCH-CICLOS.

      *----------------------------------------------------------------*
       2420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * QUEBRA DA CONTA DE CICLO. SOMA NAO POSITIVA OU ABAIXO DO      *
      * MINIMO FICA RETIDA (O GOTF2REM ACUMULA PARA O MES SEGUINTE).  *
      * MES JA CONSOLIDADO (TCONS_REMES_TARIF DESDE O DIA 1, NAO      *
      * CANCELADO) DEBITA NO DIA DE DEBITO DO MES SEGUINTE; SENAO NO  *
      * DIA DESTE MES, LIMITADO AO ULTIMO DIA (JA PASSADO = APTO)     *
      *----------------------------------------------------------------*
       2450-FECHAR-CONTA-CICLO         SECTION.
      *----------------------------------------------------------------*

           MOVE '2450-FECHAR-CONTA-CICLO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-CIC-VLR-TOTAL     NOT GREATER ZEROS
              OR WRK-CIC-VLR-TOTAL      LESS    WRK-CIC-VLR-MIN
              ADD WRK-CIC-QTD-TOTAL     TO      WRK-QTD-CICLOS-RETIDOS
              ADD WRK-CIC-VLR-TOTAL     TO      WRK-VLR-CICLOS-RETIDOS
              MOVE ZEROS                TO      WRK-QTD-CICLO
              GO TO 2450-99-FIM
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CONS-MES
                  FROM DB2PRD.TCONS_REMES_TARIF R
                 WHERE R.NCONTA_CLIEN = :WRK-CIC-NCONTA
                   AND R.DT_REMES    >= :WRK-DT-INI-MES
                   AND R.IN_SITUACAO <> 'C'
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCONS_REMES_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0055'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-CONS-MES          GREATER ZEROS
              MOVE WRK-DT-PROX-MES      TO      WRK-DATA-ELEG
              IF WRK-CIC-DIA-DEBITO     GREATER WRK-ULT-DIA-PROX-MES
                 MOVE WRK-ULT-DIA-PROX-MES TO   WRK-CIC-DIA-CAPADO
              ELSE
                 MOVE WRK-CIC-DIA-DEBITO TO     WRK-CIC-DIA-CAPADO
              END-IF
           ELSE
              MOVE WRK-DATA-ATUAL       TO      WRK-DATA-ELEG
              IF WRK-CIC-DIA-DEBITO     GREATER WRK-ULT-DIA-MES
                 MOVE WRK-ULT-DIA-MES   TO      WRK-CIC-DIA-CAPADO
              ELSE
                 MOVE WRK-CIC-DIA-DEBITO TO     WRK-CIC-DIA-CAPADO
              END-IF
              IF WRK-CIC-DIA-CAPADO     LESS    WRK-DATA-ATUAL-DD
                 MOVE WRK-DATA-ATUAL-DD TO      WRK-CIC-DIA-CAPADO
              END-IF
           END-IF.

           MOVE WRK-CIC-DIA-CAPADO      TO      WRK-DATA-ELEG-DD.

           SET WRK-FONTE-CICLO          TO      TRUE.

           PERFORM 2460-LIBERAR-ORIGEM-CICLO
             VARYING WRK-IDX-CIC FROM 1 BY 1
               UNTIL WRK-IDX-CIC        GREATER WRK-QTD-CICLO.

           MOVE ZEROS                   TO      WRK-QTD-CICLO.

      *----------------------------------------------------------------*
       2450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2460-LIBERAR-ORIGEM-CICLO       SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-CIC-ORIGE (WRK-IDX-CIC) TO  WRK-CHV-ORIGE.
           MOVE TAB-CIC-QTD   (WRK-IDX-CIC) TO  WRK-QTD-AGREGADA.
           MOVE TAB-CIC-VLR   (WRK-IDX-CIC) TO  WRK-VLR-AGREGADO.

           PERFORM 5000-PROJETAR-ITEM.

      *----------------------------------------------------------------*
       2460-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * OUTPUT PROCEDURE DO SORT: PERCORRE TODOS OS DIAS DA JANELA,   *
      * COM UMA LINHA POR ORIGEM/FONTE E O SUBTOTAL DO DIA (TAMBEM    *
      * NOS DIAS SEM DEBITO PREVISTO)                                 *
      *----------------------------------------------------------------*
       3000-GRAVAR-PREVISAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-GRAVAR-PREVISAO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-DATA-ATUAL          TO      RPH-DT-GERACAO.
           MOVE WRK-QTD-DIAS-JANELA     TO      RPH-QTD-DIAS-JANELA.
           MOVE TAB-DIA-DATA (1)        TO      RPH-DT-INI-JANELA.
           MOVE TAB-DIA-DATA (WRK-QTD-DIAS-JANELA)
                                        TO      RPH-DT-FIM-JANELA.
           MOVE WRK-QTD-DIAS-HIST       TO      RPH-QTD-DIAS-HIST.
           MOVE WRK-DT-INI-HIST         TO      RPH-DT-INI-HIST.
           MOVE WRK-PARM-DEPENDENCIA    TO      RPH-DEPENDENCIA.
           WRITE FD-GOTF039S            FROM    WRK-REG-PREV-HEADER.
           PERFORM 1110-TESTAR-FS-GOTF039S.

           PERFORM 3050-RETORNAR-SORT.

           PERFORM 3100-FECHAR-DIA
             VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA        GREATER WRK-QTD-DIAS-JANELA.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3050-RETORNAR-SORT              SECTION.
      *----------------------------------------------------------------*

           MOVE '3050-RETORNAR-SORT'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           RETURN ARQ-SORT
               AT END
                  SET WRK-FIM-SORT      TO      TRUE
           END-RETURN.

      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-FECHAR-DIA                 SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-FECHAR-DIA'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-DIA-QTD
                                                WRK-DIA-VLR-BRUTO
                                                WRK-DIA-VLR-ESPERADO.

           PERFORM 3200-GRAVAR-CHAVE
             UNTIL WRK-FIM-SORT
                OR SRT-DT-DEBITO    NOT EQUAL   TAB-DIA-DATA
                                                (WRK-IDX-DIA).

           MOVE TAB-DIA-DATA (WRK-IDX-DIA) TO   RPS-DT-DEBITO.
           MOVE WRK-DIA-QTD             TO      RPS-QTD-EVENTOS.
           MOVE WRK-DIA-VLR-BRUTO       TO      RPS-VLR-BRUTO.
           MOVE WRK-DIA-VLR-ESPERADO    TO      RPS-VLR-ESPERADO.
           WRITE FD-GOTF039S            FROM    WRK-REG-PREV-DIA.
           PERFORM 1110-TESTAR-FS-GOTF039S.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SOMA OS REGISTROS DA MESMA CHAVE (DIA/ORIGEM/FONTE) E GRAVA O *
      * DETALHE COM O ESPERADO PELA TAXA DA ORIGEM                    *
      *----------------------------------------------------------------*
       3200-GRAVAR-CHAVE               SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-GRAVAR-CHAVE'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SRT-CHAVE               TO      WRK-CHAVE-ATUAL.
           MOVE ZEROS                   TO      WRK-CHV-QTD
                                                WRK-CHV-VLR-BRUTO.

           PERFORM 3300-SOMAR-REGISTRO
             UNTIL WRK-FIM-SORT
                OR SRT-CHAVE        NOT EQUAL   WRK-CHAVE-ATUAL.

           MOVE WRK-CHAVE-ATUAL (11:3)  TO      WRK-CHV-ORIGE.

           PERFORM 5100-OBTER-TAXA.

           MOVE TAB-TAX-TAXA (WRK-IDX-TAXA-ACHADA)
                                        TO      WRK-CHV-TAXA.

           COMPUTE WRK-CHV-VLR-ESPERADO ROUNDED =
                   WRK-CHV-VLR-BRUTO * WRK-CHV-TAXA.

           MOVE WRK-CHAVE-ATUAL (1:10)  TO      RPD-DT-DEBITO.
           MOVE WRK-CHV-ORIGE           TO      RPD-CSIST-ORIGE-TARIF.
           MOVE WRK-CHAVE-ATUAL (14:1)  TO      RPD-FONTE.
           MOVE WRK-CHV-QTD             TO      RPD-QTD-EVENTOS.
           MOVE WRK-CHV-VLR-BRUTO       TO      RPD-VLR-BRUTO.
           MOVE WRK-CHV-TAXA            TO      RPD-TAXA.
           MOVE WRK-CHV-VLR-ESPERADO    TO      RPD-VLR-ESPERADO.
           WRITE FD-GOTF039S            FROM    WRK-REG-PREV-DETALHE.
           PERFORM 1110-TESTAR-FS-GOTF039S.

           ADD 1                        TO      WRK-DETALHES-GOTF039S.

           ADD WRK-CHV-QTD              TO      WRK-DIA-QTD
                                                WRK-TOT-QTD.
           ADD WRK-CHV-VLR-BRUTO        TO      WRK-DIA-VLR-BRUTO
                                                WRK-TOT-VLR-BRUTO.
           ADD WRK-CHV-VLR-ESPERADO     TO      WRK-DIA-VLR-ESPERADO
                                                WRK-TOT-VLR-ESPERADO.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-SOMAR-REGISTRO             SECTION.
      *----------------------------------------------------------------*

           ADD SRT-QTD-EVENTOS          TO      WRK-CHV-QTD.
           ADD SRT-VLR-BRUTO            TO      WRK-CHV-VLR-BRUTO.

           PERFORM 3050-RETORNAR-SORT.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TAXAS USADAS (COM E SEM HISTORICO) E TRAILER                  *
      *----------------------------------------------------------------*
       4000-GRAVAR-TAXAS-TRAILER       SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-GRAVAR-TAXAS-TRAILER' TO  FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 4100-GRAVAR-TAXA
             VARYING WRK-IDX-TAX FROM 1 BY 1
               UNTIL WRK-IDX-TAX        GREATER WRK-QTD-TAXA.

           MOVE WRK-TOT-QTD             TO      RPT-QTD-EVENTOS.
           MOVE WRK-TOT-VLR-BRUTO       TO      RPT-VLR-BRUTO.
           MOVE WRK-TOT-VLR-ESPERADO    TO      RPT-VLR-ESPERADO.
           MOVE WRK-QTD-FORA-JANELA     TO      RPT-QTD-FORA-JANELA.
           MOVE WRK-VLR-FORA-JANELA     TO      RPT-VLR-FORA-JANELA.
           MOVE WRK-QTD-CICLOS-RETIDOS  TO      RPT-QTD-CICLOS-RETIDOS.
           MOVE WRK-VLR-CICLOS-RETIDOS  TO      RPT-VLR-CICLOS-RETIDOS.
           WRITE FD-GOTF039S            FROM    WRK-REG-PREV-TRAILER.
           PERFORM 1110-TESTAR-FS-GOTF039S.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-TAXA                SECTION.
      *----------------------------------------------------------------*

           MOVE '4100-GRAVAR-TAXA'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE TAB-TAX-ORIGE     (WRK-IDX-TAX)
                                        TO      RPX-CSIST-ORIGE-TARIF.
           MOVE TAB-TAX-IND-HIST  (WRK-IDX-TAX)
                                        TO      RPX-IND-HISTORICO.
           MOVE TAB-TAX-VLR-APRES (WRK-IDX-TAX)
                                        TO      RPX-VLR-APRESENTADO.
           MOVE TAB-TAX-VLR-PAGO  (WRK-IDX-TAX)
                                        TO      RPX-VLR-PAGO.
           MOVE TAB-TAX-TAXA      (WRK-IDX-TAX)
                                        TO      RPX-TAXA.
           WRITE FD-GOTF039S            FROM    WRK-REG-PREV-TAXA.
           PERFORM 1110-TESTAR-FS-GOTF039S.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LEVA O ITEM AO PRIMEIRO DIA UTIL DA JANELA IGUAL OU POSTERIOR *
      * A DATA EM QUE FICA APTO; APTO DEPOIS DO ULTIMO DIA DA JANELA  *
      * E SO TOTALIZADO                                               *
      *----------------------------------------------------------------*
       5000-PROJETAR-ITEM              SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-PROJETAR-ITEM'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-DATA-ELEG             GREATER TAB-DIA-DATA
                                                (WRK-QTD-DIAS-JANELA)
              ADD WRK-QTD-AGREGADA      TO      WRK-QTD-FORA-JANELA
              ADD WRK-VLR-AGREGADO      TO      WRK-VLR-FORA-JANELA
              GO TO 5000-99-FIM
           END-IF.

           MOVE ZEROS                   TO      WRK-IDX-DIA-ACHADO.

           PERFORM 5010-PESQUISAR-DIA
             VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA        GREATER WRK-QTD-DIAS-JANELA
                  OR WRK-IDX-DIA-ACHADO GREATER ZEROS.

           INITIALIZE SRT-REGISTRO.
           MOVE TAB-DIA-DATA (WRK-IDX-DIA-ACHADO)
                                        TO      SRT-DT-DEBITO.
           MOVE WRK-CHV-ORIGE           TO      SRT-CSIST-ORIGE.
           MOVE WRK-ITEM-FONTE          TO      SRT-FONTE.
           MOVE WRK-QTD-AGREGADA        TO      SRT-QTD-EVENTOS.
           MOVE WRK-VLR-AGREGADO        TO      SRT-VLR-BRUTO.
           RELEASE SRT-REGISTRO.
           ADD 1                        TO      WRK-LIBERADOS-SORT.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5010-PESQUISAR-DIA              SECTION.
      *----------------------------------------------------------------*

           IF TAB-DIA-DATA (WRK-IDX-DIA) NOT LESS WRK-DATA-ELEG
              MOVE WRK-IDX-DIA          TO      WRK-IDX-DIA-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       5010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TAXA DA ORIGEM; ORIGEM SEM RETORNO NO PERIODO ENTRA NA TABELA *
      * COM TAXA 1 E E CONTADA                                        *
      *----------------------------------------------------------------*
       5100-OBTER-TAXA                 SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-OBTER-TAXA'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-IDX-TAXA-ACHADA.

           PERFORM 5110-PESQUISAR-TAXA
             VARYING WRK-IDX-TAX FROM 1 BY 1
               UNTIL WRK-IDX-TAX        GREATER WRK-QTD-TAXA
                  OR WRK-IDX-TAXA-ACHADA GREATER ZEROS.

           IF WRK-IDX-TAXA-ACHADA       EQUAL   ZEROS
              IF WRK-QTD-TAXA   GREATER OR EQUAL WRK-MAX-TAXA
                 MOVE 'GOTF9988'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'TABELA DE TAXAS POR ORIGEM EXCEDEU A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
              ADD 1                     TO      WRK-QTD-TAXA
                                                WRK-ORIGENS-SEM-HIST
              MOVE WRK-QTD-TAXA         TO      WRK-IDX-TAXA-ACHADA
              MOVE WRK-CHV-ORIGE
                TO TAB-TAX-ORIGE     (WRK-IDX-TAXA-ACHADA)
              MOVE 'N'
                TO TAB-TAX-IND-HIST  (WRK-IDX-TAXA-ACHADA)
              MOVE ZEROS
                TO TAB-TAX-VLR-APRES (WRK-IDX-TAXA-ACHADA)
                   TAB-TAX-VLR-PAGO  (WRK-IDX-TAXA-ACHADA)
              MOVE 1
                TO TAB-TAX-TAXA      (WRK-IDX-TAXA-ACHADA)
           END-IF.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5110-PESQUISAR-TAXA             SECTION.
      *----------------------------------------------------------------*

           IF TAB-TAX-ORIGE (WRK-IDX-TAX) EQUAL WRK-CHV-ORIGE
              MOVE WRK-IDX-TAX          TO      WRK-IDX-TAXA-ACHADA
           END-IF.

      *----------------------------------------------------------------*
       5110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2PRV ***********'
           DISPLAY '*                              *'
           DISPLAY '* PREVISAO DE DEBITOS          *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* DIAS DA JANELA    : ' WRK-QTD-DIAS-JANELA
           DISPLAY '* EVENTOS  AGREGADOS: ' WRK-LIDOS-EVENTOS
           DISPLAY '* PARCELAS AGREGADAS: ' WRK-LIDOS-PARCELAS
           DISPLAY '* RETENTAT AGREGADAS: ' WRK-LIDOS-RETENTATIVAS
           DISPLAY '* CICLOS   AGREGADOS: ' WRK-LIDOS-CICLOS
           DISPLAY '* DETALHES GOTF039S : ' WRK-DETALHES-GOTF039S
           DISPLAY '* ORIGENS SEM HIST  : ' WRK-ORIGENS-SEM-HIST
           DISPLAY '* VALOR BRUTO       : ' WRK-TOT-VLR-BRUTO
           DISPLAY '* VALOR ESPERADO    : ' WRK-TOT-VLR-ESPERADO
           DISPLAY '* VALOR FORA JANELA : ' WRK-VLR-FORA-JANELA
           DISPLAY '* VALOR CICLO RETIDO: ' WRK-VLR-CICLOS-RETIDOS
           DISPLAY '*********** GOTF2PRV ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF039S.

           PERFORM 1110-TESTAR-FS-GOTF039S.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7000-INICIAR-CKRS0105           SECTION.
      *----------------------------------------------------------------*

           MOVE '7000-INICIAR-CKRS0105' TO FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'C'                    TO PARM-OP.
           MOVE 'DB2'                  TO PARM-SSID.
           MOVE SPACES                 TO PARM-PLAN.

           CALL WRK-CKRS0105           USING PARM-CKRS0105.

      *----------------------------------------------------------------*
       7000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7100-ENCERRAR-CKRS0105          SECTION.
      *----------------------------------------------------------------*

           MOVE '7100-ENCERRAR-CKRS0105' TO FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'D'                    TO PARM-OP.
           MOVE SPACES                 TO PARM-PLAN.

           CALL WRK-CKRS0105           USING PARM-CKRS0105.

      *----------------------------------------------------------------*
       7100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-FORMATAR-ERRO-ARQUIVO      SECTION.
      *----------------------------------------------------------------*

           SET  ERRO-ARQUIVO            TO      TRUE.

           MOVE FRWKGARQ-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE WRK-AREA-ERRO-ARQUIVO   TO      WRK-BLOCO-INFO-ERRO
                                                (1:FRWKGHEA-TAM-DADOS).

           PERFORM 9900-TRATAR-ERRO.

      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9200-TRATAR-ERRO-DB2            SECTION.
      *----------------------------------------------------------------*

           SET  ERRO-DB2                TO      TRUE.

           MOVE FRWKGDB2-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE FRWKGHEA-IDEN-PARAGRAFO(1:16)
                                        TO      FRWKGDB2-LOCAL.
           MOVE SQLSTATE                TO      FRWKGDB2-SQLSTATE.
           MOVE SQLCA                   TO      FRWKGDB2-SQLCA.
           MOVE SQLCODE                 TO      WRK-SQLCODE-AUX.
           MOVE WRK-SQLCODE-9-3         TO      FRWKGDB2-SQLCODE2.
           MOVE WRK-AREA-ERRO-DB2       TO      WRK-BLOCO-INFO-ERRO
                                                (1:FRWKGHEA-TAM-DADOS).

           PERFORM 9900-TRATAR-ERRO.

      *----------------------------------------------------------------*
       9200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9350-TRATAR-ERRO-LIVRE          SECTION.
      *----------------------------------------------------------------*

           SET  ERRO-LIVRE              TO      TRUE.

           MOVE FRWKGLIV-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE WRK-AREA-ERRO-LIVRE     TO      WRK-BLOCO-INFO-ERRO
                                                (1:FRWKGHEA-TAM-DADOS).

           PERFORM 9900-TRATAR-ERRO.

      *----------------------------------------------------------------*
       9350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9900-TRATAR-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'GOTF2PRV'              TO      FRWKGHEA-NOME-PROGRAMA.

           PERFORM 9990-GRAVAR-LOG-ERRO.

           PERFORM 9999-ABENDAR-PROGRAMA.

           GOBACK.

      *----------------------------------------------------------------*
       9900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9990-GRAVAR-LOG-ERRO            SECTION.
      *----------------------------------------------------------------*

           CALL WRK-FRWK2999            USING   WRK-AREA-ERRO.

      *----------------------------------------------------------------*
       9990-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9999-ABENDAR-PROGRAMA           SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
              WHEN ERRO-ARQUIVO
                 MOVE WRK-0450-ABEND-ARQUIVO
                                        TO      WRK-0450-ABEND-BAT
              WHEN ERRO-DB2
                 MOVE WRK-0450-ABEND-DB2
                                        TO      WRK-0450-ABEND-BAT
              WHEN ERRO-LIVRE
                 MOVE WRK-0450-ABEND-LIVRE
                                        TO      WRK-0450-ABEND-BAT
              WHEN OTHER
                 MOVE +1111             TO      WRK-0450-ABEND-BAT
           END-EVALUATE.

           DISPLAY '*** BRAD0450 CHAMADO PARA ABENDAR O PROGRAMA ***'.
           DISPLAY 'CODIGO DE ABEND = ' WRK-0450-ABEND-BAT.
           DISPLAY ' '.

           CALL 'BRAD0450'             USING    WRK-0450-ABEND-BAT
                                                WRK-0450-DUMP-BAT.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
