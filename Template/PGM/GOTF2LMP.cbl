      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2LMP.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2LMP                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  MAIO/2028                                    *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF060S          O            WRK-REG-EXPURGO  *
      *                GOTF061S          O              WRK-LINHA-LMP  *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSTAG_EVNTO_TARIF         GOTFB0C9       *
      *                DB2PRD.TSOLIC_EXTR_TARIF         GOTFB0C4       *
      *                DB2PRD.TSOLIC_ESTR_TARIF         GOTFB0D5       *
      *                DB2PRD.TSUSP_RETNO_TARIF         GOTFB0E8       *
      *                DB2PRD.TCHEGD_EXTR_TARIF         GOTFB0F1       *
      *                DB2PRD.TPSVP_DECISAO             PSVPB0D1       *
      *                DB2PRD.TPARM_EXEC                FRWKB995       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK3000 - REGISTRAR PARAMETRO EFETIVO DA EXECUCAO          *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARAMETROS (TPARM_EXEC, CNOME_PROGRAMA = 'GOTF2LMP'):       *
      *    DIAS-STAG        : RETENCAO DO STAGING POSTADO/REJEITADO/   *
      *                       ISENTO, POR DRECEB (PADRAO 0090)         *
      *    DIAS-SOLIC-EXTR  : PEDIDO DE EXTRATO ATENDIDO, POR DATA DE  *
      *                       ATENDIMENTO (PADRAO 0180)                *
      *    DIAS-SOLIC-ESTR  : SOLICITACAO DE ESTORNO ATENDIDA, POR     *
      *                       DATA DA SOLICITACAO (PADRAO 0365)        *
      *    DIAS-SUSP        : SUSPENSAO APLICADA OU RECUSADA, POR      *
      *                       DATA DE RESOLUCAO (PADRAO 0365)          *
      *    DIAS-CHEGADA     : CHEGADA DE EXTRATO, POR DATA DE CHEGADA  *
      *                       (PADRAO 0090)                            *
      *    DIAS-DECISAO     : DECISAO PSVP JA APLICADA, POR DATA DA    *
      *                       DECISAO (PADRAO 0365)                    *
      *    INTERVALO-COMMIT : LINHAS APAGADAS ENTRE COMMITS (PADRAO    *
      *                       0500)                                    *
      *    (VALORES 9(04), EM DIAS CORRIDOS; ZERO OU NAO NUMERICO     *
      *    MANTEM O PADRAO)                                           *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    MAI/2028 - HOMI - PROGRAMA CRIADO. LIMPEZA DAS FILAS        *
      *               OPERACIONAIS QUE SO CRESCIAM: STAGING JA         *
      *               PROCESSADO, PEDIDOS DE EXTRATO ATENDIDOS,        *
      *               SOLICITACOES DE ESTORNO ATENDIDAS, SUSPENSOES    *
      *               RESOLVIDAS, CHEGADAS DE EXTRATO E DECISOES PSVP  *
      *               APLICADAS. SO LINHA EM SITUACAO FINAL E MAIS     *
      *               ANTIGA QUE A RETENCAO DA TABELA E EXPURGADA;     *
      *               CADA LINHA E DESCARREGADA NO ARQUIVO DATADO      *
      *               GOTF060S (CABECALHO COM A DATA, DETALHE COM A    *
      *               IMAGEM DA LINHA, TRAILER COM A QUANTIDADE POR    *
      *               TABELA) ANTES DO DELETE POSICIONADO. COMMIT A    *
      *               CADA INTERVALO (CURSORES WITH HOLD) E NO FIM DE  *
      *               CADA TABELA; QUANTIDADES EM GOTF061S. REEXECUCAO *
      *               APOS ABEND GERA NOVA GERACAO DO GOTF060S: AS     *
      *               LINHAS DO INTERVALO DESFEITO PODEM CONSTAR DAS   *
      *               DUAS GERACOES.                                   *
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

           SELECT GOTF060S ASSIGN      TO   UT-S-GOTF060S
                      FILE STATUS      IS   WRK-FS-GOTF060S.

           SELECT GOTF061S ASSIGN      TO   UT-S-GOTF061S
                      FILE STATUS      IS   WRK-FS-GOTF061S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF060S - DESCARGA DATADA DAS LINHAS EXPURGADAS     *
      *            ORG. SEQUENCIAL     -   LRECL   =  250              *
      *----------------------------------------------------------------*
       FD  GOTF060S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF060S                 PIC  X(250).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF061S - QUANTIDADES EXPURGADAS POR TABELA         *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  GOTF061S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF061S                 PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CKRS0105                PIC  X(08)  VALUE  'CKRS0105'.

           COPY 'I#CKRS04'.

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-SW-EOF-CURSOR           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CURSOR                      VALUE 'S'.

       01  WRK-FS-GOTF060S             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF061S             PIC  X(02)  VALUE SPACES.

       01  WRK-DATA-HOJE               PIC  X(10) VALUE SPACES.
       01  WRK-DATA-CORTE              PIC  X(10) VALUE SPACES.
       01  WRK-DIAS-RETENCAO           PIC S9(04) COMP-3 VALUE ZEROS.

       01  WRK-SW-FIM-TPARM            PIC  X(01) VALUE 'N'.
           88  WRK-FIM-TPARM                       VALUE 'S'.
       01  WRK-TPARM-VALOR             PIC  X(40) VALUE SPACES.
       01  FILLER REDEFINES WRK-TPARM-VALOR.
         05  WRK-TPARM-VALOR-9-4       PIC  9(04).
         05  FILLER                    PIC  X(36).

       01  WRK-COMMIT-CONT             PIC S9(08) COMP VALUE ZEROS.
       01  WRK-INTERVALO-COMMIT        PIC S9(08) COMP VALUE +500.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * FILAS LIMPAS: NOME DA TABELA, NOME DA RETENCAO EM TPARM_EXEC  *
      * E RETENCAO PADRAO EM DIAS. A ORDEM CASA COM O EVALUATE DO     *
      * 3000-EXPURGAR-TABELA                                          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-QTD-TABELAS             PIC S9(04) COMP VALUE +6.
       01  WRK-IDX-TAB                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-TAB-ACHADA          PIC S9(04) COMP VALUE ZEROS.

       01  WRK-TAB-FILAS-VALORES.
         05  FILLER                    PIC  X(18) VALUE
             'TSTAG_EVNTO_TARIF'.
         05  FILLER                    PIC  X(16) VALUE 'DIAS-STAG'.
         05  FILLER                    PIC  9(04) VALUE 0090.
         05  FILLER                    PIC  X(18) VALUE
             'TSOLIC_EXTR_TARIF'.
         05  FILLER                    PIC  X(16) VALUE
             'DIAS-SOLIC-EXTR'.
         05  FILLER                    PIC  9(04) VALUE 0180.
         05  FILLER                    PIC  X(18) VALUE
             'TSOLIC_ESTR_TARIF'.
         05  FILLER                    PIC  X(16) VALUE
             'DIAS-SOLIC-ESTR'.
         05  FILLER                    PIC  9(04) VALUE 0365.
         05  FILLER                    PIC  X(18) VALUE
             'TSUSP_RETNO_TARIF'.
         05  FILLER                    PIC  X(16) VALUE 'DIAS-SUSP'.
         05  FILLER                    PIC  9(04) VALUE 0365.
         05  FILLER                    PIC  X(18) VALUE
             'TCHEGD_EXTR_TARIF'.
         05  FILLER                    PIC  X(16) VALUE 'DIAS-CHEGADA'.
         05  FILLER                    PIC  9(04) VALUE 0090.
         05  FILLER                    PIC  X(18) VALUE
             'TPSVP_DECISAO'.
         05  FILLER                    PIC  X(16) VALUE 'DIAS-DECISAO'.
         05  FILLER                    PIC  9(04) VALUE 0365.
       01  WRK-TAB-FILAS REDEFINES WRK-TAB-FILAS-VALORES.
         05  WRK-FIL-ITEM              OCCURS 6 TIMES.
           10  FIL-NOME-TABELA         PIC  X(18).
           10  FIL-NOME-PARM           PIC  X(16).
           10  FIL-DIAS-PADRAO         PIC  9(04).

       01  WRK-TAB-APURACAO.
         05  WRK-APU-ITEM              OCCURS 6 TIMES.
           10  APU-DIAS                PIC S9(04) COMP-3.
           10  APU-DATA-CORTE          PIC  X(10).
           10  APU-QTD                 PIC S9(09) COMP-3.

       01  WRK-QTD-EXPURGADA           PIC S9(09) COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-GRAVADOS-GOTF060S     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-EXPURGADOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-COMMITS           PIC  9(07)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF060S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TIPO 'H' CABECALHO (DATA DO EXPURGO), 'D' IMAGEM DA LINHA     *
      * EXPURGADA NA VISAO DA SUA TABELA, 'T' TRAILER POR TABELA      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REG-EXPURGO.
         05  EXP-TIPO-REG              PIC  X(001).
           88  EXP-CABECALHO                       VALUE 'H'.
           88  EXP-DETALHE                         VALUE 'D'.
           88  EXP-TRAILER                         VALUE 'T'.
         05  EXP-TABELA                PIC  X(018).
         05  EXP-DADOS                 PIC  X(231).
         05  EXP-DADOS-CAB             REDEFINES   EXP-DADOS.
           10  CAB-DATA-EXPURGO        PIC  X(010).
           10  CAB-PROGRAMA            PIC  X(008).
           10  FILLER                  PIC  X(213).
         05  EXP-DADOS-TRL             REDEFINES   EXP-DADOS.
           10  TRL-QTD-EXPURGADA       PIC  9(009).
           10  TRL-DATA-CORTE          PIC  X(010).
           10  TRL-DIAS-RETENCAO       PIC  9(004).
           10  FILLER                  PIC  X(208).
         05  EXP-DADOS-STG             REDEFINES   EXP-DADOS.
           10  STG-NSEQ-STAG           PIC  9(009).
           10  STG-CSIST-ORIGE-TARIF   PIC  X(003).
           10  STG-DRECEB-MOVTO-TARIF  PIC  X(010).
           10  STG-NMOVTO-EVNTO-TARIF  PIC  9(013).
           10  STG-HSIT-OPER-REALZ     PIC  X(008).
           10  STG-CSIT-OPER-REALZ     PIC  X(002).
           10  STG-CUSUAR-MOVTO-EVNTO  PIC  X(008).
           10  STG-RJUSTF-EVNTO-TARIF  PIC  X(100).
           10  STG-NCONTA-CLIEN        PIC  9(013).
           10  STG-CMOEDA-ORIGL        PIC  X(003).
           10  STG-VVALOR-ORIGL        PIC S9(013)V9(002)
                                       SIGN LEADING SEPARATE.
           10  STG-IN-SITUACAO         PIC  X(001).
           10  STG-DS-MOTIVO-REJ       PIC  X(020).
           10  FILLER                  PIC  X(025).
         05  EXP-DADOS-SEX             REDEFINES   EXP-DADOS.
           10  SEX-NSOLIC-EXTR         PIC  9(009).
           10  SEX-CUSUAR-SOLICITANTE  PIC  X(008).
           10  SEX-CSIST-ORIGE-FILTRO  PIC  X(003).
           10  SEX-DRECEB-INI-FILTRO   PIC  X(010).
           10  SEX-DRECEB-FIM-FILTRO   PIC  X(010).
           10  SEX-CUSUAR-FILTRO       PIC  X(008).
           10  SEX-DT-SOLICITACAO      PIC  X(010).
           10  SEX-HR-SOLICITACAO      PIC  X(008).
           10  SEX-IN-SITUACAO         PIC  X(001).
           10  SEX-DT-ATENDIMENTO      PIC  X(010).
           10  SEX-NIDIOMA             PIC  9(004).
           10  FILLER                  PIC  X(150).
         05  EXP-DADOS-SES             REDEFINES   EXP-DADOS.
           10  SES-NSOLIC-ESTR         PIC  9(009).
           10  SES-CSIST-ORIGE-TARIF   PIC  X(003).
           10  SES-DRECEB-MOVTO-TARIF  PIC  X(010).
           10  SES-NMOVTO-EVNTO-TARIF  PIC  9(013).
           10  SES-NPROT-MANIF         PIC  9(010).
           10  SES-DT-SOLICITACAO      PIC  X(010).
           10  SES-IN-SITUACAO         PIC  X(001).
           10  FILLER                  PIC  X(175).
         05  EXP-DADOS-SUS             REDEFINES   EXP-DADOS.
           10  SUS-NSUSP-RETNO         PIC  9(009).
           10  SUS-CSIST-ORIGE-TARIF   PIC  X(003).
           10  SUS-DRECEB-MOVTO-TARIF  PIC  X(010).
           10  SUS-NMOVTO-EVNTO-TARIF  PIC  9(013).
           10  SUS-CSIT-COBR-TARIF     PIC  X(001).
           10  SUS-DT-SUSPENSAO        PIC  X(010).
           10  SUS-DS-MOTIVO           PIC  X(020).
           10  SUS-DT-RESOLUCAO        PIC  X(010).
           10  SUS-IN-SITUACAO         PIC  X(001).
           10  FILLER                  PIC  X(154).
         05  EXP-DADOS-CHG             REDEFINES   EXP-DADOS.
           10  CHG-CSIST-ORIGE-TARIF   PIC  X(003).
           10  CHG-DT-CHEGADA          PIC  X(010).
           10  CHG-HR-CHEGADA          PIC  X(008).
           10  FILLER                  PIC  X(210).
         05  EXP-DADOS-DEC             REDEFINES   EXP-DADOS.
           10  DEC-CTIPO-DECISAO       PIC  X(001).
           10  DEC-NM-TABELA           PIC  X(008).
           10  DEC-NR-CHAVE            PIC  9(010).
           10  DEC-VLR-ATUAL           PIC S9(009)V9(002)
                                       SIGN LEADING SEPARATE.
           10  DEC-VLR-ANTER           PIC S9(009)V9(002)
                                       SIGN LEADING SEPARATE.
           10  DEC-CACAO               PIC  X(001).
           10  DEC-VLR-INFORMADO       PIC S9(009)V9(002)
                                       SIGN LEADING SEPARATE.
           10  DEC-CUSUAR-ANALISTA     PIC  X(008).
           10  DEC-DT-DECISAO          PIC  X(010).
           10  DEC-HR-DECISAO          PIC  X(008).
           10  DEC-IN-SITUACAO         PIC  X(001).
           10  FILLER                  PIC  X(148).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF061S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-TITULO.
         05  FILLER                    PIC  X(050) VALUE
             'GOTF2LMP - LIMPEZA DAS FILAS OPERACIONAIS - DATA: '.
         05  TIT-DATA                  PIC  X(010).
         05  FILLER                    PIC  X(072) VALUE SPACES.

       01  WRK-LINHA-CABEC.
         05  FILLER                    PIC  X(020) VALUE 'TABELA'.
         05  FILLER                    PIC  X(008) VALUE '    DIAS'.
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  FILLER                    PIC  X(010) VALUE 'CORTE'.
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  FILLER                    PIC  X(011) VALUE
             ' EXPURGADOS'.
         05  FILLER                    PIC  X(079) VALUE SPACES.

       01  WRK-LINHA-DETALHE.
         05  DET-TABELA                PIC  X(018).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  DET-DIAS                  PIC  ZZZZZZZ9.
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  DET-DATA-CORTE            PIC  X(010).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  DET-QTD                   PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(079) VALUE SPACES.

       01  WRK-LINHA-TOTAL.
         05  FILLER                    PIC  X(042) VALUE
             'TOTAL EXPURGADO...........................'.
         05  TOT-QTD                   PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(079) VALUE SPACES.

       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.

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
               INCLUDE GOTFB0C9
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0C4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D5
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E8
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0F1
           END-EXEC.

           EXEC SQL
               INCLUDE PSVPB0D1
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB995
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHAS EXPURGAVEIS DE TSTAG_EVNTO_TARIF                        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSTG CURSOR WITH HOLD FOR
                SELECT NSEQ_STAG,
                       CSIST_ORIGE_TARIF,
                       DRECEB_MOVTO_TARIF,
                       NMOVTO_EVNTO_TARIF,
                       HSIT_OPER_REALZ,
                       CSIT_OPER_REALZ,
                       CUSUAR_MOVTO_EVNTO,
                       RJUSTF_EVNTO_TARIF,
                       NCONTA_CLIEN,
                       CMOEDA_ORIGL,
                       VVALOR_ORIGL,
                       IN_SITUACAO,
                       DS_MOTIVO_REJ
                  FROM DB2PRD.TSTAG_EVNTO_TARIF
                 WHERE IN_SITUACAO IN ('A', 'R', 'I')
                   AND DRECEB_MOVTO_TARIF < :WRK-DATA-CORTE
                   FOR UPDATE OF DS_MOTIVO_REJ
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHAS EXPURGAVEIS DE TSOLIC_EXTR_TARIF                        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSEX CURSOR WITH HOLD FOR
                SELECT NSOLIC_EXTR,
                       CUSUAR_SOLICITANTE,
                       CSIST_ORIGE_FILTRO,
                       DRECEB_INI_FILTRO,
                       DRECEB_FIM_FILTRO,
                       CUSUAR_FILTRO,
                       DT_SOLICITACAO,
                       HR_SOLICITACAO,
                       IN_SITUACAO,
                       DT_ATENDIMENTO,
                       NIDIOMA
                  FROM DB2PRD.TSOLIC_EXTR_TARIF
                 WHERE IN_SITUACAO = 'A'
                   AND DT_ATENDIMENTO < :WRK-DATA-CORTE
                   FOR UPDATE OF NIDIOMA
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHAS EXPURGAVEIS DE TSOLIC_ESTR_TARIF                        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSES CURSOR WITH HOLD FOR
                SELECT NSOLIC_ESTR,
                       CSIST_ORIGE_TARIF,
                       DRECEB_MOVTO_TARIF,
                       NMOVTO_EVNTO_TARIF,
                       NPROT_MANIF,
                       DT_SOLICITACAO,
                       IN_SITUACAO
                  FROM DB2PRD.TSOLIC_ESTR_TARIF
                 WHERE IN_SITUACAO = 'A'
                   AND DT_SOLICITACAO < :WRK-DATA-CORTE
                   FOR UPDATE OF IN_SITUACAO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHAS EXPURGAVEIS DE TSUSP_RETNO_TARIF                        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSUS CURSOR WITH HOLD FOR
                SELECT NSUSP_RETNO,
                       CSIST_ORIGE_TARIF,
                       DRECEB_MOVTO_TARIF,
                       NMOVTO_EVNTO_TARIF,
                       CSIT_COBR_TARIF,
                       DT_SUSPENSAO,
                       DS_MOTIVO,
                       DT_RESOLUCAO,
                       IN_SITUACAO
                  FROM DB2PRD.TSUSP_RETNO_TARIF
                 WHERE IN_SITUACAO IN ('A', 'R')
                   AND DT_RESOLUCAO < :WRK-DATA-CORTE
                   FOR UPDATE OF IN_SITUACAO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHAS EXPURGAVEIS DE TCHEGD_EXTR_TARIF                        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CCHG CURSOR WITH HOLD FOR
                SELECT CSIST_ORIGE_TARIF,
                       DT_CHEGADA,
                       HR_CHEGADA
                  FROM DB2PRD.TCHEGD_EXTR_TARIF
                 WHERE DT_CHEGADA < :WRK-DATA-CORTE
                   FOR UPDATE OF HR_CHEGADA
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHAS EXPURGAVEIS DE TPSVP_DECISAO                            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CDEC CURSOR WITH HOLD FOR
                SELECT CTIPO_DECISAO,
                       NM_TABELA,
                       NR_CHAVE,
                       VLR_ATUAL,
                       VLR_ANTER,
                       CACAO,
                       VLR_INFORMADO,
                       CUSUAR_ANALISTA,
                       DT_DECISAO,
                       HR_DECISAO,
                       IN_SITUACAO
                  FROM DB2PRD.TPSVP_DECISAO
                 WHERE IN_SITUACAO = 'X'
                   AND DT_DECISAO < :WRK-DATA-CORTE
                   FOR UPDATE OF IN_SITUACAO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARAMETROS DE EXECUCAO VIGENTES NA TABELA CENTRAL              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPRM CURSOR FOR
                SELECT CNOME_PARM,
                       DS_VALOR_PARM
                  FROM DB2PRD.TPARM_EXEC
                 WHERE CNOME_PROGRAMA = 'GOTF2LMP'
                   AND CHAR(CURRENT DATE, ISO)
                              BETWEEN DT_INI_VIGEN
                                  AND DT_FIM_VIGEN
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DIARIO DO CONJUNTO EFETIVO DE PARAMETROS (FRWK3000)            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-FRWK3000                PIC  X(08) VALUE 'FRWK3000'.

       COPY FRWKWPEF.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 3000-EXPURGAR-TABELA
             VARYING WRK-IDX-TAB FROM 1 BY 1
               UNTIL WRK-IDX-TAB    IS GREATER THAN WRK-QTD-TABELAS.

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
                      FRWKGDB2-REGISTRO
                      WRK-TAB-APURACAO.

           OPEN OUTPUT  GOTF060S
                        GOTF061S.

           PERFORM 1100-TESTAR-FS-GOTF060S.
           PERFORM 1110-TESTAR-FS-GOTF061S.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WRK-DATA-HOJE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1020-ASSUMIR-PADRAO
             VARYING WRK-IDX-TAB FROM 1 BY 1
               UNTIL WRK-IDX-TAB    IS GREATER THAN WRK-QTD-TABELAS.

           PERFORM 1040-CARREGAR-TPARM.

           MOVE SPACES                  TO      EXP-DADOS.
           SET  EXP-CABECALHO           TO      TRUE.
           MOVE 'GOTF2LMP'              TO      EXP-TABELA
                                                CAB-PROGRAMA.
           MOVE WRK-DATA-HOJE           TO      CAB-DATA-EXPURGO.
           PERFORM 5000-GRAVAR-EXPURGO.

           MOVE WRK-DATA-HOJE           TO      TIT-DATA.
           MOVE WRK-LINHA-TITULO        TO      FD-GOTF061S.
           WRITE FD-GOTF061S.
           PERFORM 1110-TESTAR-FS-GOTF061S.

           MOVE WRK-LINHA-BRANCO        TO      FD-GOTF061S.
           WRITE FD-GOTF061S.
           PERFORM 1110-TESTAR-FS-GOTF061S.

           MOVE WRK-LINHA-CABEC         TO      FD-GOTF061S.
           WRITE FD-GOTF061S.
           PERFORM 1110-TESTAR-FS-GOTF061S.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1020-ASSUMIR-PADRAO             SECTION.
      *----------------------------------------------------------------*

           MOVE '1020-ASSUMIR-PADRAO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FIL-DIAS-PADRAO (WRK-IDX-TAB)
                                        TO      APU-DIAS (WRK-IDX-TAB).

      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1040-CARREGAR-TPARM             SECTION.
      *----------------------------------------------------------------*

           MOVE '1040-CARREGAR-TPARM'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKWPEF.

           MOVE 'N'                     TO      WRK-SW-FIM-TPARM.

           EXEC SQL
                OPEN CPRM
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARM_EXEC'         TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0090'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1045-FETCH-TPARM.

           PERFORM 1046-TRATAR-TPARM
             UNTIL WRK-FIM-TPARM.

           EXEC SQL
                CLOSE CPRM
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARM_EXEC'         TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0091'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1045-FETCH-TPARM                SECTION.
      *----------------------------------------------------------------*

           MOVE '1045-FETCH-TPARM'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPRM
                 INTO :FRWKB995.CNOME-PARM,
                      :FRWKB995.DS-VALOR-PARM
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-FIM-TPARM      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPARM_EXEC'      TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0092'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       1045-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * RETENCAO DE UMA FILA (NOME PROCURADO NA TABELA DE FILAS) OU    *
      * INTERVALO DE COMMIT; NOME DESCONHECIDO E IGNORADO              *
      *----------------------------------------------------------------*
       1046-TRATAR-TPARM               SECTION.
      *----------------------------------------------------------------*

           MOVE '1046-TRATAR-TPARM'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE DS-VALOR-PARM OF FRWKB995
                                        TO      WRK-TPARM-VALOR.

           MOVE ZEROS                   TO      WRK-IDX-TAB-ACHADA.

           IF WRK-TPARM-VALOR-9-4   IS NOT NUMERIC
              OR WRK-TPARM-VALOR-9-4 IS EQUAL ZEROS
              GO TO 1046-90-LER
           END-IF.

           IF CNOME-PARM OF FRWKB995    EQUAL   'INTERVALO-COMMIT'
              MOVE WRK-TPARM-VALOR-9-4  TO      WRK-INTERVALO-COMMIT
           ELSE
              PERFORM 1047-LOCALIZAR-FILA
                VARYING WRK-IDX-TAB FROM 1 BY 1
                  UNTIL WRK-IDX-TAB IS GREATER THAN WRK-QTD-TABELAS
                     OR WRK-IDX-TAB-ACHADA IS GREATER THAN ZEROS
              IF WRK-IDX-TAB-ACHADA     EQUAL   ZEROS
                 GO TO 1046-90-LER
              END-IF
              MOVE WRK-TPARM-VALOR-9-4  TO
                                   APU-DIAS (WRK-IDX-TAB-ACHADA)
           END-IF.

           MOVE CNOME-PARM OF FRWKB995  TO      FRWKWPEF-NOME-PARM.
           MOVE DS-VALOR-PARM OF FRWKB995
                                        TO      FRWKWPEF-VALOR.
           SET FRWKWPEF-ORIGEM-TABELA   TO      TRUE.
           PERFORM 1048-REGISTRAR-PARM-EFETIVO.

       1046-90-LER.

           PERFORM 1045-FETCH-TPARM.

      *----------------------------------------------------------------*
       1046-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1047-LOCALIZAR-FILA             SECTION.
      *----------------------------------------------------------------*

           MOVE '1047-LOCALIZAR-FILA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF FIL-NOME-PARM (WRK-IDX-TAB) EQUAL CNOME-PARM OF FRWKB995
              MOVE WRK-IDX-TAB          TO      WRK-IDX-TAB-ACHADA
           END-IF.

      *----------------------------------------------------------------*
       1047-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FOTOGRAFA O PARAMETRO EFETIVO DA EXECUCAO EM                   *
      * TPARM_EXEC_EFETIVO (FRWK3000): A CHAVE DE MOMENTO E RESOLVIDA  *
      * NA PRIMEIRA CHAMADA E REUTILIZADA NAS DEMAIS                   *
      *----------------------------------------------------------------*
       1048-REGISTRAR-PARM-EFETIVO     SECTION.
      *----------------------------------------------------------------*

           MOVE '1048-REGISTRAR-PARM-EFETIVO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'GOTF2LMP'              TO      FRWKWPEF-PROGRAMA.

           CALL WRK-FRWK3000            USING   FRWKWPEF.

      *----------------------------------------------------------------*
       1048-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF060S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF060S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF060S       NOT EQUAL   '00'
              MOVE 'GOTF060S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF060S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-GOTF061S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF061S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF061S       NOT EQUAL   '00'
              MOVE 'GOTF061S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF061S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * EXPURGA A FILA CORRENTE: DATA DE CORTE PELA RETENCAO, DESCARGA *
      * E DELETE LINHA A LINHA, COMMIT FINAL, TRAILER E LINHA DO       *
      * RELATORIO                                                      *
      *----------------------------------------------------------------*
       3000-EXPURGAR-TABELA            SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-EXPURGAR-TABELA'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE APU-DIAS (WRK-IDX-TAB)  TO      WRK-DIAS-RETENCAO.

           EXEC SQL
                SELECT CHAR(CURRENT DATE - :WRK-DIAS-RETENCAO DAYS,
                            ISO)
                  INTO :WRK-DATA-CORTE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0006'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE WRK-DATA-CORTE          TO      APU-DATA-CORTE
                                                (WRK-IDX-TAB).
           MOVE ZEROS                   TO      WRK-QTD-EXPURGADA.
           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.

           EVALUATE WRK-IDX-TAB
              WHEN 1
                 PERFORM 3100-EXPURGAR-STAGING
              WHEN 2
                 PERFORM 3200-EXPURGAR-SOLIC-EXTRATO
              WHEN 3
                 PERFORM 3300-EXPURGAR-SOLIC-ESTORNO
              WHEN 4
                 PERFORM 3400-EXPURGAR-SUSPENSAO
              WHEN 5
                 PERFORM 3500-EXPURGAR-CHEGADA
              WHEN 6
                 PERFORM 3600-EXPURGAR-DECISAO
           END-EVALUATE.

           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE ZEROS                   TO      WRK-COMMIT-CONT.

           MOVE WRK-QTD-EXPURGADA       TO      APU-QTD (WRK-IDX-TAB).
           ADD  WRK-QTD-EXPURGADA       TO      WRK-TOT-EXPURGADOS.

           MOVE SPACES                  TO      EXP-DADOS.
           SET  EXP-TRAILER             TO      TRUE.
           MOVE FIL-NOME-TABELA (WRK-IDX-TAB)
                                        TO      EXP-TABELA.
           MOVE WRK-QTD-EXPURGADA       TO      TRL-QTD-EXPURGADA.
           MOVE WRK-DATA-CORTE          TO      TRL-DATA-CORTE.
           MOVE WRK-DIAS-RETENCAO       TO      TRL-DIAS-RETENCAO.
           PERFORM 5000-GRAVAR-EXPURGO.

           MOVE FIL-NOME-TABELA (WRK-IDX-TAB)
                                        TO      DET-TABELA.
           MOVE WRK-DIAS-RETENCAO       TO      DET-DIAS.
           MOVE WRK-DATA-CORTE          TO      DET-DATA-CORTE.
           MOVE WRK-QTD-EXPURGADA       TO      DET-QTD.
           MOVE WRK-LINHA-DETALHE       TO      FD-GOTF061S.
           WRITE FD-GOTF061S.
           PERFORM 1110-TESTAR-FS-GOTF061S.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-EXPURGAR-STAGING           SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-EXPURGAR-STAGING' TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CSTG
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSTAG_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0110'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3110-LER-STAGING.

           PERFORM 3120-DESCARREGAR-STAGING
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CSTG
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSTAG_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0140'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3110-LER-STAGING                SECTION.
      *----------------------------------------------------------------*

           MOVE '3110-LER-STAGING'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CSTG
                 INTO :GOTFB0C9.NSEQ-STAG,
                      :GOTFB0C9.CSIST-ORIGE-TARIF,
                      :GOTFB0C9.DRECEB-MOVTO-TARIF,
                      :GOTFB0C9.NMOVTO-EVNTO-TARIF,
                      :GOTFB0C9.HSIT-OPER-REALZ,
                      :GOTFB0C9.CSIT-OPER-REALZ,
                      :GOTFB0C9.CUSUAR-MOVTO-EVNTO,
                      :GOTFB0C9.RJUSTF-EVNTO-TARIF,
                      :GOTFB0C9.NCONTA-CLIEN,
                      :GOTFB0C9.CMOEDA-ORIGL,
                      :GOTFB0C9.VVALOR-ORIGL,
                      :GOTFB0C9.IN-SITUACAO,
                      :GOTFB0C9.DS-MOTIVO-REJ
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSTAG_EVNTO_TARIF' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0120'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DESCARGA DA LINHA NO ARQUIVO E SO DEPOIS O DELETE POSICIONADO  *
      *----------------------------------------------------------------*
       3120-DESCARREGAR-STAGING        SECTION.
      *----------------------------------------------------------------*

           MOVE '3120-DESCARREGAR-STAGING' TO   FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      EXP-DADOS.
           SET  EXP-DETALHE             TO      TRUE.
           MOVE 'TSTAG_EVNTO_TARIF'     TO      EXP-TABELA.

           MOVE NSEQ-STAG OF GOTFB0C9
                                        TO      STG-NSEQ-STAG.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0C9
                                        TO      STG-CSIST-ORIGE-TARIF.
           MOVE DRECEB-MOVTO-TARIF OF GOTFB0C9
                                        TO      STG-DRECEB-MOVTO-TARIF.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0C9
                                        TO      STG-NMOVTO-EVNTO-TARIF.
           MOVE HSIT-OPER-REALZ OF GOTFB0C9
                                        TO      STG-HSIT-OPER-REALZ.
           MOVE CSIT-OPER-REALZ OF GOTFB0C9
                                        TO      STG-CSIT-OPER-REALZ.
           MOVE CUSUAR-MOVTO-EVNTO OF GOTFB0C9
                                        TO      STG-CUSUAR-MOVTO-EVNTO.
           MOVE RJUSTF-EVNTO-TARIF OF GOTFB0C9
                                        TO      STG-RJUSTF-EVNTO-TARIF.
           MOVE NCONTA-CLIEN OF GOTFB0C9
                                        TO      STG-NCONTA-CLIEN.
           MOVE CMOEDA-ORIGL OF GOTFB0C9
                                        TO      STG-CMOEDA-ORIGL.
           MOVE VVALOR-ORIGL OF GOTFB0C9
                                        TO      STG-VVALOR-ORIGL.
           MOVE IN-SITUACAO OF GOTFB0C9
                                        TO      STG-IN-SITUACAO.
           MOVE DS-MOTIVO-REJ OF GOTFB0C9
                                        TO      STG-DS-MOTIVO-REJ.

           PERFORM 5000-GRAVAR-EXPURGO.

           EXEC SQL
                DELETE FROM DB2PRD.TSTAG_EVNTO_TARIF
                 WHERE CURRENT OF CSTG
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSTAG_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0130'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-QTD-EXPURGADA.

           PERFORM 5900-CHECKPOINT.

           PERFORM 3110-LER-STAGING.

      *----------------------------------------------------------------*
       3120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-EXPURGAR-SOLIC-EXTRATO     SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-EXPURGAR-SOLIC-EXTRATO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CSEX
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSOLIC_EXTR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0210'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3210-LER-SOLIC-EXTRATO.

           PERFORM 3220-DESCARREGAR-SOLIC-EXTRATO
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CSEX
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSOLIC_EXTR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0240'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-LER-SOLIC-EXTRATO          SECTION.
      *----------------------------------------------------------------*

           MOVE '3210-LER-SOLIC-EXTRATO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CSEX
                 INTO :GOTFB0C4.NSOLIC-EXTR,
                      :GOTFB0C4.CUSUAR-SOLICITANTE,
                      :GOTFB0C4.CSIST-ORIGE-FILTRO,
                      :GOTFB0C4.DRECEB-INI-FILTRO,
                      :GOTFB0C4.DRECEB-FIM-FILTRO,
                      :GOTFB0C4.CUSUAR-FILTRO,
                      :GOTFB0C4.DT-SOLICITACAO,
                      :GOTFB0C4.HR-SOLICITACAO,
                      :GOTFB0C4.IN-SITUACAO,
                      :GOTFB0C4.DT-ATENDIMENTO,
                      :GOTFB0C4.NIDIOMA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSOLIC_EXTR_TARIF' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0220'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DESCARGA DA LINHA NO ARQUIVO E SO DEPOIS O DELETE POSICIONADO  *
      *----------------------------------------------------------------*
       3220-DESCARREGAR-SOLIC-EXTRATO  SECTION.
      *----------------------------------------------------------------*

           MOVE '3220-DESCARREGAR-SOLIC-EXTRATO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      EXP-DADOS.
           SET  EXP-DETALHE             TO      TRUE.
           MOVE 'TSOLIC_EXTR_TARIF'     TO      EXP-TABELA.

           MOVE NSOLIC-EXTR OF GOTFB0C4
                                        TO      SEX-NSOLIC-EXTR.
           MOVE CUSUAR-SOLICITANTE OF GOTFB0C4
                                        TO      SEX-CUSUAR-SOLICITANTE.
           MOVE CSIST-ORIGE-FILTRO OF GOTFB0C4
                                        TO      SEX-CSIST-ORIGE-FILTRO.
           MOVE DRECEB-INI-FILTRO OF GOTFB0C4
                                        TO      SEX-DRECEB-INI-FILTRO.
           MOVE DRECEB-FIM-FILTRO OF GOTFB0C4
                                        TO      SEX-DRECEB-FIM-FILTRO.
           MOVE CUSUAR-FILTRO OF GOTFB0C4
                                        TO      SEX-CUSUAR-FILTRO.
           MOVE DT-SOLICITACAO OF GOTFB0C4
                                        TO      SEX-DT-SOLICITACAO.
           MOVE HR-SOLICITACAO OF GOTFB0C4
                                        TO      SEX-HR-SOLICITACAO.
           MOVE IN-SITUACAO OF GOTFB0C4
                                        TO      SEX-IN-SITUACAO.
           MOVE DT-ATENDIMENTO OF GOTFB0C4
                                        TO      SEX-DT-ATENDIMENTO.
           MOVE NIDIOMA OF GOTFB0C4
                                        TO      SEX-NIDIOMA.

           PERFORM 5000-GRAVAR-EXPURGO.

           EXEC SQL
                DELETE FROM DB2PRD.TSOLIC_EXTR_TARIF
                 WHERE CURRENT OF CSEX
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSOLIC_EXTR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0230'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-QTD-EXPURGADA.

           PERFORM 5900-CHECKPOINT.

           PERFORM 3210-LER-SOLIC-EXTRATO.

      *----------------------------------------------------------------*
       3220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-EXPURGAR-SOLIC-ESTORNO     SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-EXPURGAR-SOLIC-ESTORNO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CSES
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSOLIC_ESTR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0310'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3310-LER-SOLIC-ESTORNO.

           PERFORM 3320-DESCARREGAR-SOLIC-ESTORNO
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CSES
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSOLIC_ESTR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0340'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-LER-SOLIC-ESTORNO          SECTION.
      *----------------------------------------------------------------*

           MOVE '3310-LER-SOLIC-ESTORNO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CSES
                 INTO :GOTFB0D5.NSOLIC-ESTR,
                      :GOTFB0D5.CSIST-ORIGE-TARIF,
                      :GOTFB0D5.DRECEB-MOVTO-TARIF,
                      :GOTFB0D5.NMOVTO-EVNTO-TARIF,
                      :GOTFB0D5.NPROT-MANIF,
                      :GOTFB0D5.DT-SOLICITACAO,
                      :GOTFB0D5.IN-SITUACAO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSOLIC_ESTR_TARIF' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0320'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DESCARGA DA LINHA NO ARQUIVO E SO DEPOIS O DELETE POSICIONADO  *
      *----------------------------------------------------------------*
       3320-DESCARREGAR-SOLIC-ESTORNO  SECTION.
      *----------------------------------------------------------------*

           MOVE '3320-DESCARREGAR-SOLIC-ESTORNO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      EXP-DADOS.
           SET  EXP-DETALHE             TO      TRUE.
           MOVE 'TSOLIC_ESTR_TARIF'     TO      EXP-TABELA.

           MOVE NSOLIC-ESTR OF GOTFB0D5
                                        TO      SES-NSOLIC-ESTR.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0D5
                                        TO      SES-CSIST-ORIGE-TARIF.
           MOVE DRECEB-MOVTO-TARIF OF GOTFB0D5
                                        TO      SES-DRECEB-MOVTO-TARIF.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0D5
                                        TO      SES-NMOVTO-EVNTO-TARIF.
           MOVE NPROT-MANIF OF GOTFB0D5
                                        TO      SES-NPROT-MANIF.
           MOVE DT-SOLICITACAO OF GOTFB0D5
                                        TO      SES-DT-SOLICITACAO.
           MOVE IN-SITUACAO OF GOTFB0D5
                                        TO      SES-IN-SITUACAO.

           PERFORM 5000-GRAVAR-EXPURGO.

           EXEC SQL
                DELETE FROM DB2PRD.TSOLIC_ESTR_TARIF
                 WHERE CURRENT OF CSES
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSOLIC_ESTR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0330'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-QTD-EXPURGADA.

           PERFORM 5900-CHECKPOINT.

           PERFORM 3310-LER-SOLIC-ESTORNO.

      *----------------------------------------------------------------*
       3320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-EXPURGAR-SUSPENSAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '3400-EXPURGAR-SUSPENSAO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CSUS
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSUSP_RETNO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0410'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3410-LER-SUSPENSAO.

           PERFORM 3420-DESCARREGAR-SUSPENSAO
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CSUS
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSUSP_RETNO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0440'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3410-LER-SUSPENSAO              SECTION.
      *----------------------------------------------------------------*

           MOVE '3410-LER-SUSPENSAO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CSUS
                 INTO :GOTFB0E8.NSUSP-RETNO,
                      :GOTFB0E8.CSIST-ORIGE-TARIF,
                      :GOTFB0E8.DRECEB-MOVTO-TARIF,
                      :GOTFB0E8.NMOVTO-EVNTO-TARIF,
                      :GOTFB0E8.CSIT-COBR-TARIF,
                      :GOTFB0E8.DT-SUSPENSAO,
                      :GOTFB0E8.DS-MOTIVO,
                      :GOTFB0E8.DT-RESOLUCAO,
                      :GOTFB0E8.IN-SITUACAO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSUSP_RETNO_TARIF' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0420'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DESCARGA DA LINHA NO ARQUIVO E SO DEPOIS O DELETE POSICIONADO  *
      *----------------------------------------------------------------*
       3420-DESCARREGAR-SUSPENSAO      SECTION.
      *----------------------------------------------------------------*

           MOVE '3420-DESCARREGAR-SUSPENSAO' TO FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      EXP-DADOS.
           SET  EXP-DETALHE             TO      TRUE.
           MOVE 'TSUSP_RETNO_TARIF'     TO      EXP-TABELA.

           MOVE NSUSP-RETNO OF GOTFB0E8
                                        TO      SUS-NSUSP-RETNO.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0E8
                                        TO      SUS-CSIST-ORIGE-TARIF.
           MOVE DRECEB-MOVTO-TARIF OF GOTFB0E8
                                        TO      SUS-DRECEB-MOVTO-TARIF.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0E8
                                        TO      SUS-NMOVTO-EVNTO-TARIF.
           MOVE CSIT-COBR-TARIF OF GOTFB0E8
                                        TO      SUS-CSIT-COBR-TARIF.
           MOVE DT-SUSPENSAO OF GOTFB0E8
                                        TO      SUS-DT-SUSPENSAO.
           MOVE DS-MOTIVO OF GOTFB0E8
                                        TO      SUS-DS-MOTIVO.
           MOVE DT-RESOLUCAO OF GOTFB0E8
                                        TO      SUS-DT-RESOLUCAO.
           MOVE IN-SITUACAO OF GOTFB0E8
                                        TO      SUS-IN-SITUACAO.

           PERFORM 5000-GRAVAR-EXPURGO.

           EXEC SQL
                DELETE FROM DB2PRD.TSUSP_RETNO_TARIF
                 WHERE CURRENT OF CSUS
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSUSP_RETNO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0430'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-QTD-EXPURGADA.

           PERFORM 5900-CHECKPOINT.

           PERFORM 3410-LER-SUSPENSAO.

      *----------------------------------------------------------------*
       3420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-EXPURGAR-CHEGADA           SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-EXPURGAR-CHEGADA' TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CCHG
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCHEGD_EXTR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0510'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3510-LER-CHEGADA.

           PERFORM 3520-DESCARREGAR-CHEGADA
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CCHG
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCHEGD_EXTR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0540'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-LER-CHEGADA                SECTION.
      *----------------------------------------------------------------*

           MOVE '3510-LER-CHEGADA'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CCHG
                 INTO :GOTFB0F1.CSIST-ORIGE-TARIF,
                      :GOTFB0F1.DT-CHEGADA,
                      :GOTFB0F1.HR-CHEGADA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TCHEGD_EXTR_TARIF' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0520'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DESCARGA DA LINHA NO ARQUIVO E SO DEPOIS O DELETE POSICIONADO  *
      *----------------------------------------------------------------*
       3520-DESCARREGAR-CHEGADA        SECTION.
      *----------------------------------------------------------------*

           MOVE '3520-DESCARREGAR-CHEGADA' TO   FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      EXP-DADOS.
           SET  EXP-DETALHE             TO      TRUE.
           MOVE 'TCHEGD_EXTR_TARIF'     TO      EXP-TABELA.

           MOVE CSIST-ORIGE-TARIF OF GOTFB0F1
                                        TO      CHG-CSIST-ORIGE-TARIF.
           MOVE DT-CHEGADA OF GOTFB0F1
                                        TO      CHG-DT-CHEGADA.
           MOVE HR-CHEGADA OF GOTFB0F1
                                        TO      CHG-HR-CHEGADA.

           PERFORM 5000-GRAVAR-EXPURGO.

           EXEC SQL
                DELETE FROM DB2PRD.TCHEGD_EXTR_TARIF
                 WHERE CURRENT OF CCHG
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCHEGD_EXTR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0530'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-QTD-EXPURGADA.

           PERFORM 5900-CHECKPOINT.

           PERFORM 3510-LER-CHEGADA.

      *----------------------------------------------------------------*
       3520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-EXPURGAR-DECISAO           SECTION.
      *----------------------------------------------------------------*

           MOVE '3600-EXPURGAR-DECISAO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CDEC
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPSVP_DECISAO'      TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0610'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3610-LER-DECISAO.

           PERFORM 3620-DESCARREGAR-DECISAO
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CDEC
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPSVP_DECISAO'      TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0640'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3610-LER-DECISAO                SECTION.
      *----------------------------------------------------------------*

           MOVE '3610-LER-DECISAO'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CDEC
                 INTO :PSVPB0D1.CTIPO-DECISAO,
                      :PSVPB0D1.NM-TABELA,
                      :PSVPB0D1.NR-CHAVE,
                      :PSVPB0D1.VLR-ATUAL,
                      :PSVPB0D1.VLR-ANTER,
                      :PSVPB0D1.CACAO,
                      :PSVPB0D1.VLR-INFORMADO,
                      :PSVPB0D1.CUSUAR-ANALISTA,
                      :PSVPB0D1.DT-DECISAO,
                      :PSVPB0D1.HR-DECISAO,
                      :PSVPB0D1.IN-SITUACAO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPSVP_DECISAO'     TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0620'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DESCARGA DA LINHA NO ARQUIVO E SO DEPOIS O DELETE POSICIONADO  *
      *----------------------------------------------------------------*
       3620-DESCARREGAR-DECISAO        SECTION.
      *----------------------------------------------------------------*

           MOVE '3620-DESCARREGAR-DECISAO' TO   FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      EXP-DADOS.
           SET  EXP-DETALHE             TO      TRUE.
           MOVE 'TPSVP_DECISAO'         TO      EXP-TABELA.

           MOVE CTIPO-DECISAO OF PSVPB0D1
                                        TO      DEC-CTIPO-DECISAO.
           MOVE NM-TABELA OF PSVPB0D1
                                        TO      DEC-NM-TABELA.
           MOVE NR-CHAVE OF PSVPB0D1
                                        TO      DEC-NR-CHAVE.
           MOVE VLR-ATUAL OF PSVPB0D1
                                        TO      DEC-VLR-ATUAL.
           MOVE VLR-ANTER OF PSVPB0D1
                                        TO      DEC-VLR-ANTER.
           MOVE CACAO OF PSVPB0D1
                                        TO      DEC-CACAO.
           MOVE VLR-INFORMADO OF PSVPB0D1
                                        TO      DEC-VLR-INFORMADO.
           MOVE CUSUAR-ANALISTA OF PSVPB0D1
                                        TO      DEC-CUSUAR-ANALISTA.
           MOVE DT-DECISAO OF PSVPB0D1
                                        TO      DEC-DT-DECISAO.
           MOVE HR-DECISAO OF PSVPB0D1
                                        TO      DEC-HR-DECISAO.
           MOVE IN-SITUACAO OF PSVPB0D1
                                        TO      DEC-IN-SITUACAO.

           PERFORM 5000-GRAVAR-EXPURGO.

           EXEC SQL
                DELETE FROM DB2PRD.TPSVP_DECISAO
                 WHERE CURRENT OF CDEC
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPSVP_DECISAO'      TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0630'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-QTD-EXPURGADA.

           PERFORM 5900-CHECKPOINT.

           PERFORM 3610-LER-DECISAO.

      *----------------------------------------------------------------*
       3620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-GRAVAR-EXPURGO             SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-GRAVAR-EXPURGO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-REG-EXPURGO         TO      FD-GOTF060S.
           WRITE FD-GOTF060S.
           PERFORM 1100-TESTAR-FS-GOTF060S.

           ADD 1                        TO      WRK-GRAVADOS-GOTF060S.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * COMMIT A CADA INTERVALO DE LINHAS APAGADAS; OS CURSORES WITH   *
      * HOLD CONTINUAM POSICIONADOS APOS O COMMIT                      *
      *----------------------------------------------------------------*
       5900-CHECKPOINT                 SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-CHECKPOINT'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           ADD 1                        TO      WRK-COMMIT-CONT.

           IF WRK-COMMIT-CONT       NOT LESS    WRK-INTERVALO-COMMIT
              EXEC SQL
                   COMMIT
              END-EXEC
              MOVE ZEROS                TO      WRK-COMMIT-CONT
              ADD 1                     TO      WRK-QTD-COMMITS
           END-IF.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE WRK-LINHA-BRANCO        TO      FD-GOTF061S.
           WRITE FD-GOTF061S.
           PERFORM 1110-TESTAR-FS-GOTF061S.

           MOVE WRK-TOT-EXPURGADOS      TO      TOT-QTD.
           MOVE WRK-LINHA-TOTAL         TO      FD-GOTF061S.
           WRITE FD-GOTF061S.
           PERFORM 1110-TESTAR-FS-GOTF061S.

           DISPLAY '*********** GOTF2LMP ***********'
           DISPLAY '*                              *'
           DISPLAY '*  LIMPEZA FILAS OPERACIONAIS  *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* DATA PROCESSAMENTO: ' WRK-DATA-HOJE
           DISPLAY '* LINHAS EXPURGADAS : ' WRK-TOT-EXPURGADOS
           DISPLAY '* REG. GRAV GOTF060S: ' WRK-GRAVADOS-GOTF060S
           DISPLAY '* COMMITS INTERMED. : ' WRK-QTD-COMMITS
           DISPLAY '*********** GOTF2LMP ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF060S
                 GOTF061S.
           PERFORM 1100-TESTAR-FS-GOTF060S.
           PERFORM 1110-TESTAR-FS-GOTF061S.

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
       9900-TRATAR-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'GOTF2LMP'              TO      FRWKGHEA-NOME-PROGRAMA.

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
