      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2LGP.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2LGP                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  FEVEREIRO/2028                               *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF046S          O              GOTFW04S       *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *    GOTFW04S - EXTRATO DO TITULAR (LGPD)                        *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCADT_CONTA_CLIEN         GOTFB0E4       *
      *                DB2PRD.THIST_CONTA_CLIEN         GOTFB0G1       *
      *                DB2PRD.TMIGR_CONTA_TARIF         GOTFB0G2       *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TSIT_MOVTO_TARIF_ARQ      GOTFB0C7       *
      *                DB2PRD.TFATUR_TARIF              GOTFB0D3       *
      *                DB2PRD.TXREF_MANIF_TARIF         SACLB034       *
      *                DB2PRD.TMANIF_PSSOA              SACLB031       *
      *                DB2PRD.TMANIF_PSSOA_COMPL        SACLB032       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POS 01    : TIPO DA CHAVE - 'D' DOCUMENTO / 'C' CONTA       *
      *    POS 02-15 : DOCUMENTO DO TITULAR (TIPO 'D'), OU            *
      *    POS 02-14 : NUMERO DA CONTA (TIPO 'C')                      *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    FEV/2028 - HOMI - PROGRAMA CRIADO. PEDIDO DE ACESSO DO      *
      *               TITULAR AOS SEUS DADOS PESSOAIS (LGPD): PARA UM  *
      *               DOCUMENTO OU UMA CONTA INFORMADOS NO PARM,       *
      *               EXTRAI PARA UM UNICO ARQUIVO ESTRUTURADO         *
      *               (GOTF046S, BOOK GOTFW04S) TUDO O QUE A GESTAO DE *
      *               TARIFAS GUARDA SOBRE A PESSOA. AS CONTAS DO      *
      *               TITULAR SAO AS DO DOCUMENTO NO ESPELHO           *
      *               TCADT_CONTA_CLIEN (OU A CONTA INFORMADA) MAIS OS *
      *               NUMEROS ANTERIORES E POSTERIORES A RENUMERACAO   *
      *               (TMIGR_CONTA_TARIF). POR CONTA: CADASTRO,        *
      *               HISTORICO CADASTRAL, RENUMERACOES, EVENTOS DE    *
      *               TARIFA (INCLUSIVE O ARQUIVO), FATURAS E VINCULOS *
      *               COM MANIFESTACOES; AO FINAL, AS MANIFESTACOES    *
      *               VINCULADAS (UMA VEZ CADA) COM OS SEUS TEXTOS     *
      *               COMPLEMENTARES. HEADER COM A CHAVE PEDIDA E      *
      *               TRAILER COM AS QUANTIDADES POR TIPO. SO LEITURA. *
      *               CHAVE SEM NENHUMA CONTA GERA O ARQUIVO SO COM    *
      *               HEADER/TRAILER E ENCERRA COM RETURN-CODE 4.      *
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

           SELECT GOTF046S ASSIGN      TO   UT-S-GOTF046S
                      FILE STATUS      IS   WRK-FS-GOTF046S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF046S - EXTRATO DO TITULAR (LGPD)                 *
      *            ORG. SEQUENCIAL     -   LRECL   =  600              *
      *----------------------------------------------------------------*
       FD  GOTF046S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF046S                 PIC  X(600).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE COMUNICACAO COM CKRS0105           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CKRS0105                PIC  X(08)  VALUE  'CKRS0105'.

           COPY 'I#CKRS04'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-SW-EOF-CONTA            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CONTA                       VALUE 'S'.
       01  WRK-SW-EOF-HISTORICO        PIC  X(01) VALUE 'N'.
           88  WRK-EOF-HISTORICO                   VALUE 'S'.
       01  WRK-SW-EOF-MIGRACAO         PIC  X(01) VALUE 'N'.
           88  WRK-EOF-MIGRACAO                    VALUE 'S'.
       01  WRK-SW-EOF-EVENTO           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-EVENTO                      VALUE 'S'.
       01  WRK-SW-EOF-ARQUIVADO        PIC  X(01) VALUE 'N'.
           88  WRK-EOF-ARQUIVADO                   VALUE 'S'.
       01  WRK-SW-EOF-FATURA           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-FATURA                      VALUE 'S'.
       01  WRK-SW-EOF-VINCULO          PIC  X(01) VALUE 'N'.
           88  WRK-EOF-VINCULO                     VALUE 'S'.
       01  WRK-SW-EOF-TEXTO            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-TEXTO                       VALUE 'S'.

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-TIPO-CHAVE              PIC  X(01) VALUE SPACES.
           88  WRK-CHAVE-DOCUMENTO                 VALUE 'D'.
           88  WRK-CHAVE-CONTA                     VALUE 'C'.
       01  WRK-NDOC-PEDIDO             PIC  X(14) VALUE SPACES.
       01  WRK-NCONTA-PEDIDA           PIC S9(13)V COMP-3 VALUE ZEROS.
       01  WRK-NCONTA-CORRENTE         PIC S9(13)V COMP-3 VALUE ZEROS.
       01  WRK-NPROT-CORRENTE          PIC S9(10)V COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PROTOCOLOS DE MANIFESTACAO VINCULADOS AOS EVENTOS DO TITULAR, *
      * PARA EXTRAIR CADA MANIFESTACAO UMA VEZ SO AO FINAL            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-PROTOCOLOS          PIC S9(04) COMP VALUE +2000.
       01  WRK-QTD-PROTOCOLOS          PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-PROT                PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-PROT-ACHADO         PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-PROTOCOLOS.
         05  WRK-TAB-PROT-ITEM         OCCURS 2000 TIMES.
           10  TAB-PROT-NPROT          PIC S9(10)V COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-QTD-CONTAS            PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-CADASTRO          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-HISTORICO         PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-MIGRACAO          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-EVENTOS           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-ARQUIVADOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-FATURAS           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-VINCULOS          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-MANIFESTACOES     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-TEXTOS            PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GRAVADOS-GOTF046S     PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF046S             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF046S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY GOTFW04S.

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

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE ARQUIVO      ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-ERRO-ARQUIVO.
           COPY 'I#FRWKAR'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE LIVRE        ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-ERRO-LIVRE.
           COPY 'I#FRWKLI'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE DB2          ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-ERRO-DB2.
           COPY 'I#FRWKDB'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DA BRAD0450                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

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
               INCLUDE GOTFB0E4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G1
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G2
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0B7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0C7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D3
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB034
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB031
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB032
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTAS DO TITULAR: AS DO DOCUMENTO NO ESPELHO (OU A CONTA     *
      * PEDIDA) E OS NUMEROS LIGADOS A ELAS PELA RENUMERACAO NOS DOIS *
      * SENTIDOS (A REFERENCIA CRUZADA E TRANSITIVA, BASTA UM PASSO)  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CCTA CURSOR FOR
                SELECT B.NCONTA
                  FROM (SELECT C.NCONTA_CLIEN AS NCONTA
                          FROM DB2PRD.TCADT_CONTA_CLIEN C
                         WHERE :WRK-TIPO-CHAVE = 'D'
                           AND C.NDOC_CLIEN    = :WRK-NDOC-PEDIDO
                        UNION
                        SELECT :WRK-NCONTA-PEDIDA
                          FROM SYSIBM.SYSDUMMY1
                         WHERE :WRK-TIPO-CHAVE = 'C') AS B
                UNION
                SELECT M.NCONTA_NOVA
                  FROM DB2PRD.TMIGR_CONTA_TARIF M
                 WHERE M.NCONTA_ANTIGA IN
                      (SELECT C.NCONTA_CLIEN
                         FROM DB2PRD.TCADT_CONTA_CLIEN C
                        WHERE :WRK-TIPO-CHAVE = 'D'
                          AND C.NDOC_CLIEN    = :WRK-NDOC-PEDIDO)
                    OR (:WRK-TIPO-CHAVE  = 'C'
                   AND  M.NCONTA_ANTIGA  = :WRK-NCONTA-PEDIDA)
                UNION
                SELECT M.NCONTA_ANTIGA
                  FROM DB2PRD.TMIGR_CONTA_TARIF M
                 WHERE M.NCONTA_NOVA IN
                      (SELECT C.NCONTA_CLIEN
                         FROM DB2PRD.TCADT_CONTA_CLIEN C
                        WHERE :WRK-TIPO-CHAVE = 'D'
                          AND C.NDOC_CLIEN    = :WRK-NDOC-PEDIDO)
                    OR (:WRK-TIPO-CHAVE  = 'C'
                   AND  M.NCONTA_NOVA    = :WRK-NCONTA-PEDIDA)
                 ORDER BY 1
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * HISTORICO CADASTRAL DA CONTA                                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CHIS CURSOR FOR
                SELECT NSEQ_ALTER,
                       CTIPO_ALTER,
                       DT_ALTERACAO,
                       DS_VALOR_ANTER,
                       DS_VALOR_NOVO,
                       DT_PROCESSAMENTO,
                       CUSUAR_ALTER
                  FROM DB2PRD.THIST_CONTA_CLIEN
                 WHERE NCONTA_CLIEN = :WRK-NCONTA-CORRENTE
                 ORDER BY NSEQ_ALTER
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RENUMERACOES A PARTIR DA CONTA (CADA PAR SAI UMA VEZ SO, PELA *
      * CONTA ANTIGA, QUE TAMBEM E DO TITULAR)                        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CMIG CURSOR FOR
                SELECT NCONTA_ANTIGA,
                       NCONTA_NOVA,
                       DT_MIGRACAO,
                       CMOTIVO_MIGR
                  FROM DB2PRD.TMIGR_CONTA_TARIF
                 WHERE NCONTA_ANTIGA = :WRK-NCONTA-CORRENTE
                 ORDER BY NCONTA_NOVA
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * EVENTOS DE TARIFA DA CONTA                                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CEVT CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       DRECEB_MOVTO_TARIF,
                       NMOVTO_EVNTO_TARIF,
                       HSIT_OPER_REALZ,
                       CSIT_OPER_REALZ,
                       CUSUAR_MOVTO_EVNTO,
                       RJUSTF_EVNTO_TARIF,
                       CJUSTF_EVNTO_TARIF,
                       VVALOR_COBR_TARIF,
                       CMOEDA_ORIGL_TARIF,
                       VVALOR_ORIGL_TARIF,
                       DT_REMES_TARIF,
                       NFATUR_TARIF,
                       CSIT_EVNTO_TARIF,
                       DT_COMPT_CTBIL,
                       CSIT_REEMB_TARIF,
                       DT_REEMB_TARIF,
                       VVALOR_REEMB_TARIF,
                       NCONTA_DEBTO
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE NCONTA_CLIEN = :WRK-NCONTA-CORRENTE
                 ORDER BY DRECEB_MOVTO_TARIF,
                          CSIST_ORIGE_TARIF,
                          NMOVTO_EVNTO_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * EVENTOS DE TARIFA ARQUIVADOS DA CONTA                         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CARQ CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       DRECEB_MOVTO_TARIF,
                       NMOVTO_EVNTO_TARIF,
                       HSIT_OPER_REALZ,
                       CSIT_OPER_REALZ,
                       CUSUAR_MOVTO_EVNTO,
                       RJUSTF_EVNTO_TARIF,
                       CJUSTF_EVNTO_TARIF,
                       VVALOR_COBR_TARIF,
                       CMOEDA_ORIGL_TARIF,
                       VVALOR_ORIGL_TARIF,
                       DT_REMES_TARIF,
                       NFATUR_TARIF,
                       CSIT_EVNTO_TARIF,
                       DT_COMPT_CTBIL,
                       CSIT_REEMB_TARIF,
                       DT_REEMB_TARIF,
                       VVALOR_REEMB_TARIF,
                       NCONTA_DEBTO
                  FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ
                 WHERE NCONTA_CLIEN = :WRK-NCONTA-CORRENTE
                 ORDER BY DRECEB_MOVTO_TARIF,
                          CSIST_ORIGE_TARIF,
                          NMOVTO_EVNTO_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * FATURAS DA CONTA                                              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CFAT CURSOR FOR
                SELECT NFATUR_TARIF,
                       AAMM_REFER,
                       DT_EMISSAO,
                       QTD_EVENTOS,
                       VVALOR_TOTAL,
                       VVALOR_LIQUIDO,
                       QTD_NOTAS_CRED,
                       IN_NFSE
                  FROM DB2PRD.TFATUR_TARIF
                 WHERE NCONTA_CLIEN = :WRK-NCONTA-CORRENTE
                 ORDER BY NFATUR_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * VINCULOS DE MANIFESTACAO COM EVENTOS DA CONTA (ATIVOS OU      *
      * ARQUIVADOS)                                                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CVIN CURSOR FOR
                SELECT X.NPROT_MANIF,
                       X.CSIST_ORIGE_TARIF,
                       X.DRECEB_MOVTO_TARIF,
                       X.NMOVTO_EVNTO_TARIF,
                       X.IN_SITUACAO,
                       X.DT_REGISTRO,
                       X.IN_RESULTADO
                  FROM DB2PRD.TXREF_MANIF_TARIF X
                 WHERE EXISTS
                       (SELECT 1
                          FROM DB2PRD.TSIT_MOVTO_TARIF T
                         WHERE T.CSIST_ORIGE_TARIF  =
                               X.CSIST_ORIGE_TARIF
                           AND T.DRECEB_MOVTO_TARIF =
                               X.DRECEB_MOVTO_TARIF
                           AND T.NMOVTO_EVNTO_TARIF =
                               X.NMOVTO_EVNTO_TARIF
                           AND T.NCONTA_CLIEN       =
                               :WRK-NCONTA-CORRENTE)
                    OR EXISTS
                       (SELECT 1
                          FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ A
                         WHERE A.CSIST_ORIGE_TARIF  =
                               X.CSIST_ORIGE_TARIF
                           AND A.DRECEB_MOVTO_TARIF =
                               X.DRECEB_MOVTO_TARIF
                           AND A.NMOVTO_EVNTO_TARIF =
                               X.NMOVTO_EVNTO_TARIF
                           AND A.NCONTA_CLIEN       =
                               :WRK-NCONTA-CORRENTE)
                 ORDER BY X.NPROT_MANIF,
                          X.DRECEB_MOVTO_TARIF,
                          X.CSIST_ORIGE_TARIF,
                          X.NMOVTO_EVNTO_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TEXTOS COMPLEMENTARES DA MANIFESTACAO (TODAS AS SITUACOES)    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CTXT CURSOR FOR
                SELECT NSEQ_MANIF,
                       NORD_COMPL_ABERT,
                       CPTCAO_TBELA,
                       RCOMPL_ABERT_MANIF,
                       IN_CONTIN,
                       CSIT_COMPL_ABERT
                  FROM DB2PRD.TMANIF_PSSOA_COMPL
                 WHERE NPROT_MANIF = :WRK-NPROT-CORRENTE
                 ORDER BY NSEQ_MANIF,
                          NORD_COMPL_ABERT
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
               10  WRK-PARM-TIPO-CHAVE  PIC  X(001).
               10  WRK-PARM-NDOC        PIC  X(014).
               10  WRK-PARM-NCONTA-R    REDEFINES   WRK-PARM-NDOC.
                   15  WRK-PARM-NCONTA  PIC  9(013).
                   15  FILLER           PIC  X(001).
               10  FILLER               PIC  X(065).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 2000-EXTRAIR-CONTAS.

           PERFORM 5000-EXTRAIR-MANIFESTACOES.

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

           IF WRK-PARM-TAM              LESS    2
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: INFORMAR TIPO (D/C) E DOCUMENTO OU CONTA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE WRK-PARM-TIPO-CHAVE     TO      WRK-TIPO-CHAVE.

           EVALUATE TRUE
              WHEN WRK-CHAVE-DOCUMENTO
                 IF WRK-PARM-NDOC       EQUAL   SPACES
                    MOVE 'GOTF9990'     TO      FRWKGLIV-COD-MENSAGEM
                    MOVE 'PARM: DOCUMENTO DO TITULAR NAO INFORMADO'
                                        TO      FRWKGLIV-PARAMETROS
                    PERFORM 9350-TRATAR-ERRO-LIVRE
                 END-IF
                 MOVE WRK-PARM-NDOC     TO      WRK-NDOC-PEDIDO
              WHEN WRK-CHAVE-CONTA
                 IF WRK-PARM-NCONTA     NOT NUMERIC
                    OR WRK-PARM-NCONTA  EQUAL   ZEROS
                    MOVE 'GOTF9990'     TO      FRWKGLIV-COD-MENSAGEM
                    MOVE 'PARM: CONTA DEVE SER NUMERICA (POS 02-14)'
                                        TO      FRWKGLIV-PARAMETROS
                    PERFORM 9350-TRATAR-ERRO-LIVRE
                 END-IF
                 MOVE WRK-PARM-NCONTA   TO      WRK-NCONTA-PEDIDA
              WHEN OTHER
                 MOVE 'GOTF9990'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'PARM: TIPO DA CHAVE DEVE SER D OU C'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
           END-EVALUATE.

           OPEN OUTPUT  GOTF046S.
           PERFORM 1100-TESTAR-FS-GOTF046S.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WRK-DATA-PROCESSO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           INITIALIZE GOTFW04S-REGISTRO.
           SET LGP-EH-HEADER            TO      TRUE.
           MOVE ZEROS                   TO      LGP-NCONTA-CLIEN.
           MOVE WRK-TIPO-CHAVE          TO      LGP-H-TIPO-CHAVE.
           MOVE WRK-NDOC-PEDIDO         TO      LGP-H-NDOC-PEDIDO.
           MOVE WRK-NCONTA-PEDIDA       TO      LGP-H-NCONTA-PEDIDA.
           MOVE WRK-DATA-PROCESSO       TO      LGP-H-DT-GERACAO.

           PERFORM 6000-GRAVAR-GOTF046S.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF046S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF046S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF046S       NOT EQUAL   '00'
              MOVE 'GOTF046S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF046S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-EXTRAIR-CONTAS             SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-EXTRAIR-CONTAS'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-CONTA.

           EXEC SQL
                OPEN CCTA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCADT_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-CONTA.

           PERFORM 3000-EXTRAIR-CONTA
             UNTIL WRK-EOF-CONTA.

           EXEC SQL
                CLOSE CCTA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCADT_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0012'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CONTA                  SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-CONTA'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CCTA
                 INTO :WRK-NCONTA-CORRENTE
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CONTA      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TCADT_CONTA_CLIEN' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0011'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * EXTRAI TUDO O QUE SE REFERE A UMA CONTA DO TITULAR             *
      *----------------------------------------------------------------*
       3000-EXTRAIR-CONTA              SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-EXTRAIR-CONTA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           ADD 1                        TO      WRK-QTD-CONTAS.

           PERFORM 3100-EXTRAIR-CADASTRO.

           PERFORM 3200-EXTRAIR-HISTORICO.

           PERFORM 3300-EXTRAIR-MIGRACAO.

           PERFORM 3400-EXTRAIR-EVENTOS.

           PERFORM 3500-EXTRAIR-ARQUIVADOS.

           PERFORM 3600-EXTRAIR-FATURAS.

           PERFORM 3700-EXTRAIR-VINCULOS.

           PERFORM 2100-LER-CONTA.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-EXTRAIR-CADASTRO           SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-EXTRAIR-CADASTRO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT NOME_CLIEN,
                       NDOC_CLIEN,
                       IN_SITUACAO_CONTA,
                       NIDIOMA_CLIEN
                  INTO :GOTFB0E4.NOME-CLIEN,
                       :GOTFB0E4.NDOC-CLIEN,
                       :GOTFB0E4.IN-SITUACAO-CONTA,
                       :GOTFB0E4.NIDIOMA-CLIEN
                  FROM DB2PRD.TCADT_CONTA_CLIEN
                 WHERE NCONTA_CLIEN = :WRK-NCONTA-CORRENTE
           END-EXEC.

           IF SQLCODE                   EQUAL   +100
              GO TO 3100-99-FIM
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCADT_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0015'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           INITIALIZE GOTFW04S-REGISTRO.
           SET LGP-EH-CADASTRO          TO      TRUE.
           MOVE WRK-NCONTA-CORRENTE     TO      LGP-NCONTA-CLIEN.
           MOVE NOME-CLIEN OF GOTFB0E4  TO      LGP-C-NOME-CLIEN.
           MOVE NDOC-CLIEN OF GOTFB0E4  TO      LGP-C-NDOC-CLIEN.
           MOVE IN-SITUACAO-CONTA OF GOTFB0E4
                                        TO      LGP-C-IN-SITUACAO.
           MOVE NIDIOMA-CLIEN OF GOTFB0E4
                                        TO      LGP-C-NIDIOMA-CLIEN.

           PERFORM 6000-GRAVAR-GOTF046S.

           ADD 1                        TO      WRK-QTD-CADASTRO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-EXTRAIR-HISTORICO          SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-EXTRAIR-HISTORICO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-HISTORICO.

           EXEC SQL
                OPEN CHIS
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'THIST_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3210-LER-HISTORICO.

           PERFORM 3220-GRAVAR-HISTORICO
             UNTIL WRK-EOF-HISTORICO.

           EXEC SQL
                CLOSE CHIS
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'THIST_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0022'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-LER-HISTORICO              SECTION.
      *----------------------------------------------------------------*

           MOVE '3210-LER-HISTORICO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CHIS
                 INTO :GOTFB0G1.NSEQ-ALTER,
                      :GOTFB0G1.CTIPO-ALTER,
                      :GOTFB0G1.DT-ALTERACAO,
                      :GOTFB0G1.DS-VALOR-ANTER,
                      :GOTFB0G1.DS-VALOR-NOVO,
                      :GOTFB0G1.DT-PROCESSAMENTO,
                      :GOTFB0G1.CUSUAR-ALTER
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-HISTORICO  TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'THIST_CONTA_CLIEN' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0021'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3220-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

           MOVE '3220-GRAVAR-HISTORICO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFW04S-REGISTRO.
           SET LGP-EH-HISTORICO         TO      TRUE.
           MOVE WRK-NCONTA-CORRENTE     TO      LGP-NCONTA-CLIEN.
           MOVE NSEQ-ALTER OF GOTFB0G1  TO      LGP-A-NSEQ-ALTER.
           MOVE CTIPO-ALTER OF GOTFB0G1 TO      LGP-A-CTIPO-ALTER.
           MOVE DT-ALTERACAO OF GOTFB0G1
                                        TO      LGP-A-DT-ALTERACAO.
           MOVE DS-VALOR-ANTER OF GOTFB0G1
                                        TO      LGP-A-VALOR-ANTER.
           MOVE DS-VALOR-NOVO OF GOTFB0G1
                                        TO      LGP-A-VALOR-NOVO.
           MOVE DT-PROCESSAMENTO OF GOTFB0G1
                                        TO      LGP-A-DT-PROCESSO.
           MOVE CUSUAR-ALTER OF GOTFB0G1
                                        TO      LGP-A-CUSUAR-ALTER.

           PERFORM 6000-GRAVAR-GOTF046S.

           ADD 1                        TO      WRK-QTD-HISTORICO.

           PERFORM 3210-LER-HISTORICO.

      *----------------------------------------------------------------*
       3220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-EXTRAIR-MIGRACAO           SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-EXTRAIR-MIGRACAO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-MIGRACAO.

           EXEC SQL
                OPEN CMIG
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMIGR_CONTA_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0025'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3310-LER-MIGRACAO.

           PERFORM 3320-GRAVAR-MIGRACAO
             UNTIL WRK-EOF-MIGRACAO.

           EXEC SQL
                CLOSE CMIG
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMIGR_CONTA_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0027'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-LER-MIGRACAO               SECTION.
      *----------------------------------------------------------------*

           MOVE '3310-LER-MIGRACAO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CMIG
                 INTO :GOTFB0G2.NCONTA-ANTIGA,
                      :GOTFB0G2.NCONTA-NOVA,
                      :GOTFB0G2.DT-MIGRACAO,
                      :GOTFB0G2.CMOTIVO-MIGR
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-MIGRACAO   TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TMIGR_CONTA_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0026'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3320-GRAVAR-MIGRACAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '3320-GRAVAR-MIGRACAO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFW04S-REGISTRO.
           SET LGP-EH-MIGRACAO          TO      TRUE.
           MOVE WRK-NCONTA-CORRENTE     TO      LGP-NCONTA-CLIEN.
           MOVE NCONTA-ANTIGA OF GOTFB0G2
                                        TO      LGP-M-NCONTA-ANTIGA.
           MOVE NCONTA-NOVA OF GOTFB0G2 TO      LGP-M-NCONTA-NOVA.
           MOVE DT-MIGRACAO OF GOTFB0G2 TO      LGP-M-DT-MIGRACAO.
           MOVE CMOTIVO-MIGR OF GOTFB0G2
                                        TO      LGP-M-CMOTIVO-MIGR.

           PERFORM 6000-GRAVAR-GOTF046S.

           ADD 1                        TO      WRK-QTD-MIGRACAO.

           PERFORM 3310-LER-MIGRACAO.

      *----------------------------------------------------------------*
       3320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-EXTRAIR-EVENTOS            SECTION.
      *----------------------------------------------------------------*

           MOVE '3400-EXTRAIR-EVENTOS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-EVENTO.

           EXEC SQL
                OPEN CEVT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3410-LER-EVENTO.

           PERFORM 3420-GRAVAR-EVENTO
             UNTIL WRK-EOF-EVENTO.

           EXEC SQL
                CLOSE CEVT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0032'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3410-LER-EVENTO                 SECTION.
      *----------------------------------------------------------------*

           MOVE '3410-LER-EVENTO'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CEVT
                 INTO :GOTFB0B7.CSIST-ORIGE-TARIF,
                      :GOTFB0B7.DRECEB-MOVTO-TARIF,
                      :GOTFB0B7.NMOVTO-EVNTO-TARIF,
                      :GOTFB0B7.HSIT-OPER-REALZ,
                      :GOTFB0B7.CSIT-OPER-REALZ,
                      :GOTFB0B7.CUSUAR-MOVTO-EVNTO,
                      :GOTFB0B7.RJUSTF-EVNTO-TARIF,
                      :GOTFB0B7.CJUSTF-EVNTO-TARIF,
                      :GOTFB0B7.VVALOR-COBR-TARIF,
                      :GOTFB0B7.CMOEDA-ORIGL-TARIF,
                      :GOTFB0B7.VVALOR-ORIGL-TARIF,
                      :GOTFB0B7.DT-REMES-TARIF,
                      :GOTFB0B7.NFATUR-TARIF,
                      :GOTFB0B7.CSIT-EVNTO-TARIF,
                      :GOTFB0B7.DT-COMPT-CTBIL,
                      :GOTFB0B7.CSIT-REEMB-TARIF,
                      :GOTFB0B7.DT-REEMB-TARIF,
                      :GOTFB0B7.VVALOR-REEMB-TARIF,
                      :GOTFB0B7.NCONTA-DEBTO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-EVENTO     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0031'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3420-GRAVAR-EVENTO              SECTION.
      *----------------------------------------------------------------*

           MOVE '3420-GRAVAR-EVENTO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFW04S-REGISTRO.
           SET LGP-EH-EVENTO            TO      TRUE.
           MOVE WRK-NCONTA-CORRENTE     TO      LGP-NCONTA-CLIEN.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0B7
                                        TO      LGP-E-CSIST-ORIGE.
           MOVE DRECEB-MOVTO-TARIF OF GOTFB0B7
                                        TO      LGP-E-DRECEB-MOVTO.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0B7
                                        TO      LGP-E-NMOVTO-EVNTO.
           MOVE HSIT-OPER-REALZ OF GOTFB0B7
                                        TO      LGP-E-HSIT-OPER.
           MOVE CSIT-OPER-REALZ OF GOTFB0B7
                                        TO      LGP-E-CSIT-OPER.
           MOVE CUSUAR-MOVTO-EVNTO OF GOTFB0B7
                                        TO      LGP-E-CUSUAR-MOVTO.
           MOVE RJUSTF-EVNTO-TARIF OF GOTFB0B7
                                        TO      LGP-E-RJUSTF-EVNTO.
           MOVE CJUSTF-EVNTO-TARIF OF GOTFB0B7
                                        TO      LGP-E-CJUSTF-EVNTO.
           MOVE VVALOR-COBR-TARIF OF GOTFB0B7
                                        TO      LGP-E-VVALOR-COBR.
           MOVE CMOEDA-ORIGL-TARIF OF GOTFB0B7
                                        TO      LGP-E-CMOEDA-ORIGL.
           MOVE VVALOR-ORIGL-TARIF OF GOTFB0B7
                                        TO      LGP-E-VVALOR-ORIGL.
           MOVE DT-REMES-TARIF OF GOTFB0B7
                                        TO      LGP-E-DT-REMES.
           MOVE NFATUR-TARIF OF GOTFB0B7
                                        TO      LGP-E-NFATUR-TARIF.
           MOVE CSIT-EVNTO-TARIF OF GOTFB0B7
                                        TO      LGP-E-CSIT-EVNTO.
           MOVE DT-COMPT-CTBIL OF GOTFB0B7
                                        TO      LGP-E-DT-COMPT.
           MOVE CSIT-REEMB-TARIF OF GOTFB0B7
                                        TO      LGP-E-CSIT-REEMB.
           MOVE DT-REEMB-TARIF OF GOTFB0B7
                                        TO      LGP-E-DT-REEMB.
           MOVE VVALOR-REEMB-TARIF OF GOTFB0B7
                                        TO      LGP-E-VVALOR-REEMB.
           MOVE NCONTA-DEBTO OF GOTFB0B7
                                        TO      LGP-E-NCONTA-DEBTO.

           PERFORM 6000-GRAVAR-GOTF046S.

           ADD 1                        TO      WRK-QTD-EVENTOS.

           PERFORM 3410-LER-EVENTO.

      *----------------------------------------------------------------*
       3420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-EXTRAIR-ARQUIVADOS         SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-EXTRAIR-ARQUIVADOS' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-ARQUIVADO.

           EXEC SQL
                OPEN CARQ
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF_ARQ' TO    FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0035'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3510-LER-ARQUIVADO.

           PERFORM 3520-GRAVAR-ARQUIVADO
             UNTIL WRK-EOF-ARQUIVADO.

           EXEC SQL
                CLOSE CARQ
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF_ARQ' TO    FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0037'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-LER-ARQUIVADO              SECTION.
      *----------------------------------------------------------------*

           MOVE '3510-LER-ARQUIVADO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CARQ
                 INTO :GOTFB0C7.CSIST-ORIGE-TARIF,
                      :GOTFB0C7.DRECEB-MOVTO-TARIF,
                      :GOTFB0C7.NMOVTO-EVNTO-TARIF,
                      :GOTFB0C7.HSIT-OPER-REALZ,
                      :GOTFB0C7.CSIT-OPER-REALZ,
                      :GOTFB0C7.CUSUAR-MOVTO-EVNTO,
                      :GOTFB0C7.RJUSTF-EVNTO-TARIF,
                      :GOTFB0C7.CJUSTF-EVNTO-TARIF,
                      :GOTFB0C7.VVALOR-COBR-TARIF,
                      :GOTFB0C7.CMOEDA-ORIGL-TARIF,
                      :GOTFB0C7.VVALOR-ORIGL-TARIF,
                      :GOTFB0C7.DT-REMES-TARIF,
                      :GOTFB0C7.NFATUR-TARIF,
                      :GOTFB0C7.CSIT-EVNTO-TARIF,
                      :GOTFB0C7.DT-COMPT-CTBIL,
                      :GOTFB0C7.CSIT-REEMB-TARIF,
                      :GOTFB0C7.DT-REEMB-TARIF,
                      :GOTFB0C7.VVALOR-REEMB-TARIF,
                      :GOTFB0C7.NCONTA-DEBTO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-ARQUIVADO  TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF_ARQ' TO FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0036'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3520-GRAVAR-ARQUIVADO           SECTION.
      *----------------------------------------------------------------*

           MOVE '3520-GRAVAR-ARQUIVADO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFW04S-REGISTRO.
           SET LGP-EH-ARQUIVADO         TO      TRUE.
           MOVE WRK-NCONTA-CORRENTE     TO      LGP-NCONTA-CLIEN.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0C7
                                        TO      LGP-E-CSIST-ORIGE.
           MOVE DRECEB-MOVTO-TARIF OF GOTFB0C7
                                        TO      LGP-E-DRECEB-MOVTO.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0C7
                                        TO      LGP-E-NMOVTO-EVNTO.
           MOVE HSIT-OPER-REALZ OF GOTFB0C7
                                        TO      LGP-E-HSIT-OPER.
           MOVE CSIT-OPER-REALZ OF GOTFB0C7
                                        TO      LGP-E-CSIT-OPER.
           MOVE CUSUAR-MOVTO-EVNTO OF GOTFB0C7
                                        TO      LGP-E-CUSUAR-MOVTO.
           MOVE RJUSTF-EVNTO-TARIF OF GOTFB0C7
                                        TO      LGP-E-RJUSTF-EVNTO.
           MOVE CJUSTF-EVNTO-TARIF OF GOTFB0C7
                                        TO      LGP-E-CJUSTF-EVNTO.
           MOVE VVALOR-COBR-TARIF OF GOTFB0C7
                                        TO      LGP-E-VVALOR-COBR.
           MOVE CMOEDA-ORIGL-TARIF OF GOTFB0C7
                                        TO      LGP-E-CMOEDA-ORIGL.
           MOVE VVALOR-ORIGL-TARIF OF GOTFB0C7
                                        TO      LGP-E-VVALOR-ORIGL.
           MOVE DT-REMES-TARIF OF GOTFB0C7
                                        TO      LGP-E-DT-REMES.
           MOVE NFATUR-TARIF OF GOTFB0C7
                                        TO      LGP-E-NFATUR-TARIF.
           MOVE CSIT-EVNTO-TARIF OF GOTFB0C7
                                        TO      LGP-E-CSIT-EVNTO.
           MOVE DT-COMPT-CTBIL OF GOTFB0C7
                                        TO      LGP-E-DT-COMPT.
           MOVE CSIT-REEMB-TARIF OF GOTFB0C7
                                        TO      LGP-E-CSIT-REEMB.
           MOVE DT-REEMB-TARIF OF GOTFB0C7
                                        TO      LGP-E-DT-REEMB.
           MOVE VVALOR-REEMB-TARIF OF GOTFB0C7
                                        TO      LGP-E-VVALOR-REEMB.
           MOVE NCONTA-DEBTO OF GOTFB0C7
                                        TO      LGP-E-NCONTA-DEBTO.

           PERFORM 6000-GRAVAR-GOTF046S.

           ADD 1                        TO      WRK-QTD-ARQUIVADOS.

           PERFORM 3510-LER-ARQUIVADO.

      *----------------------------------------------------------------*
       3520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-EXTRAIR-FATURAS            SECTION.
      *----------------------------------------------------------------*

           MOVE '3600-EXTRAIR-FATURAS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-FATURA.

           EXEC SQL
                OPEN CFAT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TFATUR_TARIF'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3610-LER-FATURA.

           PERFORM 3620-GRAVAR-FATURA
             UNTIL WRK-EOF-FATURA.

           EXEC SQL
                CLOSE CFAT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TFATUR_TARIF'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0042'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3610-LER-FATURA                 SECTION.
      *----------------------------------------------------------------*

           MOVE '3610-LER-FATURA'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CFAT
                 INTO :GOTFB0D3.NFATUR-TARIF,
                      :GOTFB0D3.AAMM-REFER,
                      :GOTFB0D3.DT-EMISSAO,
                      :GOTFB0D3.QTD-EVENTOS,
                      :GOTFB0D3.VVALOR-TOTAL,
                      :GOTFB0D3.VVALOR-LIQUIDO,
                      :GOTFB0D3.QTD-NOTAS-CRED,
                      :GOTFB0D3.IN-NFSE
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-FATURA     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TFATUR_TARIF'    TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0041'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3620-GRAVAR-FATURA              SECTION.
      *----------------------------------------------------------------*

           MOVE '3620-GRAVAR-FATURA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFW04S-REGISTRO.
           SET LGP-EH-FATURA            TO      TRUE.
           MOVE WRK-NCONTA-CORRENTE     TO      LGP-NCONTA-CLIEN.
           MOVE NFATUR-TARIF OF GOTFB0D3
                                        TO      LGP-F-NFATUR-TARIF.
           MOVE AAMM-REFER OF GOTFB0D3  TO      LGP-F-AAMM-REFER.
           MOVE DT-EMISSAO OF GOTFB0D3  TO      LGP-F-DT-EMISSAO.
           MOVE QTD-EVENTOS OF GOTFB0D3 TO      LGP-F-QTD-EVENTOS.
           MOVE VVALOR-TOTAL OF GOTFB0D3
                                        TO      LGP-F-VVALOR-TOTAL.
           MOVE VVALOR-LIQUIDO OF GOTFB0D3
                                        TO      LGP-F-VVALOR-LIQUIDO.
           MOVE QTD-NOTAS-CRED OF GOTFB0D3
                                        TO      LGP-F-QTD-NOTAS-CRED.
           MOVE IN-NFSE OF GOTFB0D3     TO      LGP-F-IN-NFSE.

           PERFORM 6000-GRAVAR-GOTF046S.

           ADD 1                        TO      WRK-QTD-FATURAS.

           PERFORM 3610-LER-FATURA.

      *----------------------------------------------------------------*
       3620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3700-EXTRAIR-VINCULOS           SECTION.
      *----------------------------------------------------------------*

           MOVE '3700-EXTRAIR-VINCULOS' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-VINCULO.

           EXEC SQL
                OPEN CVIN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TXREF_MANIF_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0045'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3710-LER-VINCULO.

           PERFORM 3720-GRAVAR-VINCULO
             UNTIL WRK-EOF-VINCULO.

           EXEC SQL
                CLOSE CVIN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TXREF_MANIF_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0047'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3710-LER-VINCULO                SECTION.
      *----------------------------------------------------------------*

           MOVE '3710-LER-VINCULO'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CVIN
                 INTO :SACLB034.NPROT-MANIF,
                      :SACLB034.CSIST-ORIGE-TARIF,
                      :SACLB034.DRECEB-MOVTO-TARIF,
                      :SACLB034.NMOVTO-EVNTO-TARIF,
                      :SACLB034.IN-SITUACAO,
                      :SACLB034.DT-REGISTRO,
                      :SACLB034.IN-RESULTADO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-VINCULO    TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TXREF_MANIF_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0046'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3720-GRAVAR-VINCULO             SECTION.
      *----------------------------------------------------------------*

           MOVE '3720-GRAVAR-VINCULO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFW04S-REGISTRO.
           SET LGP-EH-VINCULO           TO      TRUE.
           MOVE WRK-NCONTA-CORRENTE     TO      LGP-NCONTA-CLIEN.
           MOVE NPROT-MANIF OF SACLB034 TO      LGP-V-NPROT-MANIF.
           MOVE CSIST-ORIGE-TARIF OF SACLB034
                                        TO      LGP-V-CSIST-ORIGE.
           MOVE DRECEB-MOVTO-TARIF OF SACLB034
                                        TO      LGP-V-DRECEB-MOVTO.
           MOVE NMOVTO-EVNTO-TARIF OF SACLB034
                                        TO      LGP-V-NMOVTO-EVNTO.
           MOVE IN-SITUACAO OF SACLB034 TO      LGP-V-IN-SITUACAO.
           MOVE DT-REGISTRO OF SACLB034 TO      LGP-V-DT-REGISTRO.
           MOVE IN-RESULTADO OF SACLB034
                                        TO      LGP-V-IN-RESULTADO.

           PERFORM 6000-GRAVAR-GOTF046S.

           ADD 1                        TO      WRK-QTD-VINCULOS.

           PERFORM 3730-GUARDAR-PROTOCOLO.

           PERFORM 3710-LER-VINCULO.

      *----------------------------------------------------------------*
       3720-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GUARDA O PROTOCOLO DO VINCULO NA TABELA DE PROTOCOLOS DO       *
      * TITULAR, SE AINDA NAO ESTIVER LA                               *
      *----------------------------------------------------------------*
       3730-GUARDAR-PROTOCOLO          SECTION.
      *----------------------------------------------------------------*

           MOVE '3730-GUARDAR-PROTOCOLO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-IDX-PROT-ACHADO.

           PERFORM 3740-COMPARAR-PROTOCOLO
             VARYING WRK-IDX-PROT FROM 1 BY 1
               UNTIL WRK-IDX-PROT       GREATER WRK-QTD-PROTOCOLOS
                  OR WRK-IDX-PROT-ACHADO GREATER ZEROS.

           IF WRK-IDX-PROT-ACHADO       GREATER ZEROS
              GO TO 3730-99-FIM
           END-IF.

           IF WRK-QTD-PROTOCOLOS GREATER OR EQUAL WRK-MAX-PROTOCOLOS
              MOVE 'GOTF9988'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'TABELA DE PROTOCOLOS DO TITULAR EXCEDEU A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           ADD 1                        TO      WRK-QTD-PROTOCOLOS.
           MOVE NPROT-MANIF OF SACLB034 TO      TAB-PROT-NPROT
                                                (WRK-QTD-PROTOCOLOS).

      *----------------------------------------------------------------*
       3730-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3740-COMPARAR-PROTOCOLO         SECTION.
      *----------------------------------------------------------------*

           IF TAB-PROT-NPROT (WRK-IDX-PROT) EQUAL
              NPROT-MANIF OF SACLB034
              MOVE WRK-IDX-PROT         TO      WRK-IDX-PROT-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       3740-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MANIFESTACOES VINCULADAS AOS EVENTOS DO TITULAR, UMA VEZ CADA, *
      * COM OS TEXTOS COMPLEMENTARES                                   *
      *----------------------------------------------------------------*
       5000-EXTRAIR-MANIFESTACOES      SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-EXTRAIR-MANIFESTACOES' TO FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 5100-EXTRAIR-MANIFESTACAO
             VARYING WRK-IDX-PROT FROM 1 BY 1
               UNTIL WRK-IDX-PROT       GREATER WRK-QTD-PROTOCOLOS.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXTRAIR-MANIFESTACAO       SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-EXTRAIR-MANIFESTACAO' TO  FRWKGHEA-IDEN-PARAGRAFO.

           MOVE TAB-PROT-NPROT (WRK-IDX-PROT)
                                        TO      WRK-NPROT-CORRENTE.

           EXEC SQL
                SELECT DT_ABERT_MANIF,
                       NDEPEND_MANIF,
                       CSIT_MANIF,
                       CTIPO_MANIF,
                       DT_ENCER_MANIF,
                       QT_REABERT
                  INTO :SACLB031.DT-ABERT-MANIF,
                       :SACLB031.NDEPEND-MANIF,
                       :SACLB031.CSIT-MANIF,
                       :SACLB031.CTIPO-MANIF,
                       :SACLB031.DT-ENCER-MANIF,
                       :SACLB031.QT-REABERT
                  FROM DB2PRD.TMANIF_PSSOA
                 WHERE NPROT_MANIF = :WRK-NPROT-CORRENTE
           END-EXEC.

           IF SQLCODE                   EQUAL   +100
              GO TO 5100-99-FIM
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           INITIALIZE GOTFW04S-REGISTRO.
           SET LGP-EH-MANIFESTACAO      TO      TRUE.
           MOVE ZEROS                   TO      LGP-NCONTA-CLIEN.
           MOVE WRK-NPROT-CORRENTE      TO      LGP-P-NPROT-MANIF.
           MOVE DT-ABERT-MANIF OF SACLB031
                                        TO      LGP-P-DT-ABERT.
           MOVE NDEPEND-MANIF OF SACLB031
                                        TO      LGP-P-NDEPEND-MANIF.
           MOVE CSIT-MANIF OF SACLB031  TO      LGP-P-CSIT-MANIF.
           MOVE CTIPO-MANIF OF SACLB031 TO      LGP-P-CTIPO-MANIF.
           MOVE DT-ENCER-MANIF OF SACLB031
                                        TO      LGP-P-DT-ENCER.
           MOVE QT-REABERT OF SACLB031  TO      LGP-P-QT-REABERT.

           PERFORM 6000-GRAVAR-GOTF046S.

           ADD 1                        TO      WRK-QTD-MANIFESTACOES.

           MOVE 'N'                     TO      WRK-SW-EOF-TEXTO.

           EXEC SQL
                OPEN CTXT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA_COMP'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0055'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 5110-LER-TEXTO.

           PERFORM 5120-GRAVAR-TEXTO
             UNTIL WRK-EOF-TEXTO.

           EXEC SQL
                CLOSE CTXT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA_COMP'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0057'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5110-LER-TEXTO                  SECTION.
      *----------------------------------------------------------------*

           MOVE '5110-LER-TEXTO'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CTXT
                 INTO :SACLB032.NSEQ-MANIF,
                      :SACLB032.NORD-COMPL-ABERT,
                      :SACLB032.CPTCAO-TBELA,
                      :SACLB032.RCOMPL-ABERT-MANIF,
                      :SACLB032.IN-CONTIN,
                      :SACLB032.CSIT-COMPL-ABERT
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-TEXTO      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TMANIF_PSSOA_COMP' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0056'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5120-GRAVAR-TEXTO               SECTION.
      *----------------------------------------------------------------*

           MOVE '5120-GRAVAR-TEXTO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFW04S-REGISTRO.
           SET LGP-EH-TEXTO             TO      TRUE.
           MOVE ZEROS                   TO      LGP-NCONTA-CLIEN.
           MOVE WRK-NPROT-CORRENTE      TO      LGP-X-NPROT-MANIF.
           MOVE NSEQ-MANIF OF SACLB032  TO      LGP-X-NSEQ-MANIF.
           MOVE NORD-COMPL-ABERT OF SACLB032
                                        TO      LGP-X-NORD-COMPL.
           MOVE CPTCAO-TBELA OF SACLB032
                                        TO      LGP-X-CPTCAO-TBELA.
           MOVE IN-CONTIN OF SACLB032   TO      LGP-X-IN-CONTIN.
           MOVE CSIT-COMPL-ABERT OF SACLB032
                                        TO      LGP-X-CSIT-COMPL.
           MOVE RCOMPL-ABERT-MANIF-LEN OF SACLB032
                                        TO      LGP-X-TAM-TEXTO.
           MOVE RCOMPL-ABERT-MANIF-TEXT OF SACLB032
                                        TO      LGP-X-TEXTO.

           PERFORM 6000-GRAVAR-GOTF046S.

           ADD 1                        TO      WRK-QTD-TEXTOS.

           PERFORM 5110-LER-TEXTO.

      *----------------------------------------------------------------*
       5120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-GRAVAR-GOTF046S            SECTION.
      *----------------------------------------------------------------*

           MOVE '6000-GRAVAR-GOTF046S'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           WRITE FD-GOTF046S            FROM    GOTFW04S-REGISTRO.
           PERFORM 1100-TESTAR-FS-GOTF046S.

           ADD 1                        TO      WRK-GRAVADOS-GOTF046S.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFW04S-REGISTRO.
           SET LGP-EH-TRAILER           TO      TRUE.
           MOVE ZEROS                   TO      LGP-NCONTA-CLIEN.
           MOVE WRK-QTD-CONTAS          TO      LGP-T-QTD-CONTAS.
           MOVE WRK-QTD-CADASTRO        TO      LGP-T-QTD-CADASTRO.
           MOVE WRK-QTD-HISTORICO       TO      LGP-T-QTD-HISTORICO.
           MOVE WRK-QTD-MIGRACAO        TO      LGP-T-QTD-MIGRACAO.
           MOVE WRK-QTD-EVENTOS         TO      LGP-T-QTD-EVENTOS.
           MOVE WRK-QTD-ARQUIVADOS      TO      LGP-T-QTD-ARQUIVADOS.
           MOVE WRK-QTD-FATURAS         TO      LGP-T-QTD-FATURAS.
           MOVE WRK-QTD-VINCULOS        TO      LGP-T-QTD-VINCULOS.
           MOVE WRK-QTD-MANIFESTACOES   TO      LGP-T-QTD-MANIFEST.
           MOVE WRK-QTD-TEXTOS          TO      LGP-T-QTD-TEXTOS.
           ADD 1                        TO      WRK-GRAVADOS-GOTF046S.
           MOVE WRK-GRAVADOS-GOTF046S   TO      LGP-T-QTD-REGISTROS.

           WRITE FD-GOTF046S            FROM    GOTFW04S-REGISTRO.
           PERFORM 1100-TESTAR-FS-GOTF046S.

           DISPLAY '*********** GOTF2LGP ***********'
           DISPLAY '*                              *'
           DISPLAY '*  EXTRATO DO TITULAR (LGPD)   *'
           DISPLAY '* ---------------------------- *'
           IF WRK-CHAVE-DOCUMENTO
              DISPLAY '* CHAVE: DOCUMENTO  ' WRK-NDOC-PEDIDO
           ELSE
              DISPLAY '* CHAVE: CONTA      ' WRK-PARM-NCONTA
           END-IF
           DISPLAY '* CONTAS DO TITULAR : ' WRK-QTD-CONTAS
           DISPLAY '* CADASTRO          : ' WRK-QTD-CADASTRO
           DISPLAY '* HIST. CADASTRAL   : ' WRK-QTD-HISTORICO
           DISPLAY '* RENUMERACOES      : ' WRK-QTD-MIGRACAO
           DISPLAY '* EVENTOS           : ' WRK-QTD-EVENTOS
           DISPLAY '* EVENTOS ARQUIVADOS: ' WRK-QTD-ARQUIVADOS
           DISPLAY '* FATURAS           : ' WRK-QTD-FATURAS
           DISPLAY '* VINCULOS MANIFEST.: ' WRK-QTD-VINCULOS
           DISPLAY '* MANIFESTACOES     : ' WRK-QTD-MANIFESTACOES
           DISPLAY '* TEXTOS COMPLEMENT.: ' WRK-QTD-TEXTOS
           DISPLAY '* REGISTROS GRAVADOS: ' WRK-GRAVADOS-GOTF046S
           IF WRK-QTD-CONTAS            EQUAL   ZEROS
              DISPLAY '* AVISO: NENHUMA CONTA PARA A CHAVE *'
           END-IF
           DISPLAY '*********** GOTF2LGP ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF046S.

           PERFORM 1100-TESTAR-FS-GOTF046S.

           IF WRK-QTD-CONTAS            EQUAL   ZEROS
              MOVE 4                    TO      RETURN-CODE
           END-IF.

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
           MOVE FRWKGHEA-IDEN-PARAGRAFO(1:16)TO      FRWKGDB2-LOCAL.
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

           MOVE 'GOTF2LGP'              TO      FRWKGHEA-NOME-PROGRAMA.

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
