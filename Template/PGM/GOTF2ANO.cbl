      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2ANO.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2ANO                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  FEVEREIRO/2028                               *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF047R          O              WRK-LINHA-ANO  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TANON_LGPD_TARIF          GOTFB0G3       *
      *                DB2PRD.TCADT_CONTA_CLIEN         GOTFB0E4       *
      *                DB2PRD.TENCR_CONTA_TARIF         GOTFB0G0       *
      *                DB2PRD.THIST_CONTA_CLIEN         GOTFB0G1       *
      *                DB2PRD.TMIGR_CONTA_TARIF         (CURSOR)       *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TSIT_MOVTO_TARIF_ARQ      GOTFB0C7       *
      *                DB2PRD.TXREF_MANIF_TARIF         (CURSOR)       *
      *                DB2PRD.TMANIF_PSSOA_COMPL        SACLB032       *
      *                DB2PRD.TMANIF_PSSOA_COMPL_HIST   SACLB32H       *
      *                DB2PRD.TMANIF_COMPL_PALAVRA      SACLB033       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POS 01-02 : ANOS DE GUARDA APOS O ENCERRAMENTO (PADRAO 05,  *
      *                MINIMO 05)                                      *
      *    POS 03    : 'S' = SIMULACAO (SO RELATA, SEM GRAVAR)         *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    FEV/2028 - HOMI - PROGRAMA CRIADO. ANONIMIZACAO (LGPD) DAS  *
      *               CONTAS ENCERRADAS HA MAIS QUE O PRAZO DE GUARDA: *
      *               CONTA COM SITUACAO 'E' NO ESPELHO                *
      *               TCADT_CONTA_CLIEN E ENCERRAMENTO DETECTADO       *
      *               (TENCR_CONTA_TARIF) HA MAIS QUE OS ANOS DO PARM, *
      *               AINDA NAO ANONIMIZADA. NUMERO ANTIGO DE          *
      *               RENUMERACAO SO E ANONIMIZADO DEPOIS DA CONTA     *
      *               NOVA (O RELACIONAMENTO CONTINUA NELA). NOME E    *
      *               DOCUMENTO DO CADASTRO, NOME NO HISTORICO         *
      *               CADASTRAL, JUSTIFICATIVA LIVRE DOS EVENTOS       *
      *               (ATIVOS E ARQUIVADOS) E TEXTOS COMPLEMENTARES    *
      *               (E SUAS IMAGENS ANTERIORES) DAS MANIFESTACOES    *
      *               VINCULADAS SO A EVENTOS DA CONTA SAO TROCADOS    *
      *               POR UM TOKEN IRREVERSIVEL ('LGPD' + SEQUENCIAL   *
      *               DO REGISTRO DE ANONIMIZACAO - O DADO ORIGINAL    *
      *               NAO E GUARDADO EM LUGAR NENHUM). AS PALAVRAS DO  *
      *               INDICE DE TEXTO LIVRE DESSES TEXTOS SAO          *
      *               EXCLUIDAS. VALORES, DATAS, SITUACOES E DEMAIS    *
      *               COLUNAS FINANCEIRAS FICAM INTACTOS PARA A        *
      *               CONTABILIDADE. JUSTIFICATIVAS GERADAS PELO       *
      *               SISTEMA ('EVENTO NNN' DE AJUSTE, ESTORNO,        *
      *               CORRECAO, BAIXA E PARCELAMENTO) SAO MANTIDAS.    *
      *               CADA CHAVE ANONIMIZADA E REGISTRADA EM           *
      *               TANON_LGPD_TARIF. RELATORIO POR CONTA EM         *
      *               GOTF047R (CONTA MASCARADA). MODO SIMULACAO NO    *
      *               PARM. UNICA UNIDADE DE TRABALHO.                 *
      *    MAR/2028 - HOMI - A RECUPERACAO DE BAIXA ('RECP') E         *
      *               REFERENCIA GERADA PELO SISTEMA E NAO TEM A       *
      *               JUSTIFICATIVA ANONIMIZADA.                       *
      *    MAR/2028 - HOMI - O ENCARGO DE MORA ('MORA', GOTF1200) E    *
      *               REFERENCIA GERADA PELO SISTEMA E NAO TEM A       *
      *               JUSTIFICATIVA ANONIMIZADA.                       *
      *    AGO/2028 - HOMI - A COMPENSACAO DA OUVIDORIA ('COMP',       *
      *               GOTF2CMP) E REFERENCIA GERADA PELO SISTEMA E NAO *
      *               TEM A JUSTIFICATIVA ANONIMIZADA.                 *
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

           SELECT GOTF047R ASSIGN      TO   UT-S-GOTF047R
                      FILE STATUS      IS   WRK-FS-GOTF047R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF047R - RELATORIO DAS CONTAS ANONIMIZADAS         *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  GOTF047R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF047R                 PIC  X(132).

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

       01  WRK-PARM-MODO-SIMULA        PIC  X(01) VALUE 'N'.
           88  WRK-EM-SIMULACAO                    VALUE 'S'.
       01  WRK-PARM-ANOS-GUARDA        PIC S9(02) COMP-3 VALUE +5.
       01  WRK-MIN-ANOS-GUARDA         PIC S9(02) COMP-3 VALUE +5.

       01  WRK-SW-EOF-ELEGIVEL         PIC  X(01) VALUE 'N'.
           88  WRK-EOF-ELEGIVEL                    VALUE 'S'.
       01  WRK-SW-EOF-HISTORICO        PIC  X(01) VALUE 'N'.
           88  WRK-EOF-HISTORICO                   VALUE 'S'.
       01  WRK-SW-EOF-EVENTO           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-EVENTO                      VALUE 'S'.
       01  WRK-SW-EOF-ARQUIVADO        PIC  X(01) VALUE 'N'.
           88  WRK-EOF-ARQUIVADO                   VALUE 'S'.
       01  WRK-SW-EOF-TEXTO            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-TEXTO                       VALUE 'S'.

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-DATA-CORTE              PIC  X(10) VALUE SPACES.
       01  WRK-NCONTA-CORRENTE         PIC S9(13)V COMP-3 VALUE ZEROS.
       01  WRK-DT-ENCERRAMENTO         PIC  X(10) VALUE SPACES.
       01  WRK-NSEQ-ANONIM             PIC S9(13)V COMP-3 VALUE ZEROS.
       01  WRK-USUARIO                 PIC  X(08) VALUE 'GOTF2ANO'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TOKEN DA CONTA E TEXTOS QUE SUBSTITUEM O DADO PESSOAL         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TOKEN.
         05  FILLER                    PIC  X(04) VALUE 'LGPD'.
         05  WRK-TOKEN-NSEQ            PIC  9(10) VALUE ZEROS.

       01  WRK-NOME-ANONIMO.
         05  FILLER                    PIC  X(20) VALUE
           'TITULAR ANONIMIZADO '.
         05  WRK-NOME-ANONIMO-TOKEN    PIC  X(14) VALUE SPACES.
         05  FILLER                    PIC  X(06) VALUE SPACES.

       01  WRK-TEXTO-ANONIMO.
         05  FILLER                    PIC  X(18) VALUE
           'TEXTO ANONIMIZADO '.
         05  WRK-TEXTO-ANONIMO-TOKEN   PIC  X(14) VALUE SPACES.
       01  WRK-TAM-TEXTO-ANONIMO       PIC S9(04) COMP VALUE +32.

       01  WRK-RJUSTF-ANONIMO          PIC  X(100) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CHAVE ANONIMIZADA A REGISTRAR EM TANON_LGPD_TARIF             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-NM-TABELA               PIC  X(18) VALUE SPACES.
       01  WRK-DS-CHAVE                PIC  X(40) VALUE SPACES.

       01  WRK-CHAVE-CONTA.
         05  FILLER                    PIC  X(06) VALUE 'CONTA '.
         05  WRK-CHV-NCONTA            PIC  9(13) VALUE ZEROS.
         05  FILLER                    PIC  X(21) VALUE SPACES.

       01  WRK-CHAVE-HISTORICO.
         05  FILLER                    PIC  X(06) VALUE 'CONTA '.
         05  WRK-CHV-HIS-NCONTA        PIC  9(13) VALUE ZEROS.
         05  FILLER                    PIC  X(06) VALUE ' SEQ. '.
         05  WRK-CHV-HIS-NSEQ          PIC  9(09) VALUE ZEROS.
         05  FILLER                    PIC  X(06) VALUE SPACES.

       01  WRK-CHAVE-EVENTO.
         05  WRK-CHV-EVT-CSIST         PIC  X(03) VALUE SPACES.
         05  FILLER                    PIC  X(01) VALUE SPACES.
         05  WRK-CHV-EVT-DRECEB        PIC  X(10) VALUE SPACES.
         05  FILLER                    PIC  X(01) VALUE SPACES.
         05  WRK-CHV-EVT-NMOVTO        PIC  9(13) VALUE ZEROS.
         05  FILLER                    PIC  X(12) VALUE SPACES.

       01  WRK-CHAVE-TEXTO.
         05  FILLER                    PIC  X(05) VALUE 'PROT '.
         05  WRK-CHV-TXT-NPROT         PIC  9(10) VALUE ZEROS.
         05  FILLER                    PIC  X(05) VALUE ' SEQ '.
         05  WRK-CHV-TXT-NSEQ          PIC  9(04) VALUE ZEROS.
         05  FILLER                    PIC  X(05) VALUE ' ORD '.
         05  WRK-CHV-TXT-NORD          PIC  9(04) VALUE ZEROS.
         05  FILLER                    PIC  X(07) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-CONTAS-ANONIMIZADAS   PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CHAVES-REGISTRADAS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-HISTORICOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-EVENTOS           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-ARQUIVADOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-TEXTOS            PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-IMAGENS           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-PALAVRAS          PIC  9(09)  COMP-3  VALUE ZEROS.

       01  WRK-ACUMULADORES-CONTA.
         05  WRK-CTA-HISTORICOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CTA-EVENTOS           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CTA-ARQUIVADOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CTA-TEXTOS            PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CTA-IMAGENS           PIC  9(09)  COMP-3  VALUE ZEROS.

       01  WRK-CTA-IMAGENS-AUX         PIC S9(09)  COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF047R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF047R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-TITULO-ANO.
         05  FILLER                    PIC  X(045) VALUE
           'GOTF2ANO - ANONIMIZACAO LGPD DE CONTAS ENCERR'.
         05  FILLER                    PIC  X(013) VALUE
           'ADAS   MODO: '.
         05  TIT-MODO                  PIC  X(009).
         05  FILLER                    PIC  X(017) VALUE
           '  PROCESSAMENTO: '.
         05  TIT-DATA-PROCESSO         PIC  X(010).
         05  FILLER                    PIC  X(020) VALUE
           '  ENCERRADAS ATE: '.
         05  TIT-DATA-CORTE            PIC  X(010).
         05  FILLER                    PIC  X(008) VALUE SPACES.

       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.

       01  WRK-LINHA-CABEC-ANO.
         05  FILLER                    PIC  X(045) VALUE
           'CONTA          ENCERRAMENTO TOKEN            '.
         05  FILLER                    PIC  X(045) VALUE
           '   HISTORICO    EVENTOS  ARQUIVADOS   TEXTOS '.
         05  FILLER                    PIC  X(042) VALUE
           '   IMAGENS'.

       01  WRK-LINHA-ANO.
         05  ANO-NCONTA-MASC           PIC  X(013).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  ANO-DT-ENCERRAMENTO       PIC  X(010).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  ANO-TOKEN                 PIC  X(014).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  ANO-QTD-HISTORICOS        PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ANO-QTD-EVENTOS           PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ANO-QTD-ARQUIVADOS        PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ANO-QTD-TEXTOS            PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ANO-QTD-IMAGENS           PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(031) VALUE SPACES.

       01  WRK-LINHA-TOTAL-ANO.
         05  FILLER                    PIC  X(030) VALUE
           'TOTAL DE CONTAS ANONIMIZADAS: '.
         05  TOT-CONTAS                PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(025) VALUE
           '   CHAVES REGISTRADAS: '.
         05  TOT-CHAVES                PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(055) VALUE SPACES.

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
               INCLUDE GOTFB0G3
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G0
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G1
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0B7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0C7
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB032
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB32H
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB033
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTAS ELEGIVEIS: ENCERRADAS NO ESPELHO, COM O ENCERRAMENTO   *
      * DETECTADO ATE A DATA DE CORTE, AINDA NAO ANONIMIZADAS E QUE   *
      * NAO SEJAM NUMERO ANTIGO DE CONTA NOVA AINDA NAO ANONIMIZADA   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CELG CURSOR FOR
                SELECT C.NCONTA_CLIEN,
                       E.DT_DETEC_ENCERR
                  FROM DB2PRD.TCADT_CONTA_CLIEN C,
                       DB2PRD.TENCR_CONTA_TARIF E
                 WHERE E.NCONTA_CLIEN      = C.NCONTA_CLIEN
                   AND C.IN_SITUACAO_CONTA = 'E'
                   AND E.DT_DETEC_ENCERR  <= :WRK-DATA-CORTE
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TANON_LGPD_TARIF L
                         WHERE L.NCONTA_CLIEN = C.NCONTA_CLIEN
                           AND L.NM_TABELA    = 'TCADT_CONTA_CLIEN')
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TMIGR_CONTA_TARIF M
                         WHERE M.NCONTA_ANTIGA = C.NCONTA_CLIEN
                           AND NOT EXISTS
                               (SELECT 1
                                  FROM DB2PRD.TANON_LGPD_TARIF L2
                                 WHERE L2.NCONTA_CLIEN =
                                       M.NCONTA_NOVA
                                   AND L2.NM_TABELA    =
                                       'TCADT_CONTA_CLIEN'))
                 ORDER BY C.NCONTA_CLIEN
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * HISTORICO CADASTRAL DE NOME DA CONTA                          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CHIS CURSOR FOR
                SELECT NSEQ_ALTER,
                       DS_VALOR_ANTER
                  FROM DB2PRD.THIST_CONTA_CLIEN
                 WHERE NCONTA_CLIEN = :WRK-NCONTA-CORRENTE
                   AND CTIPO_ALTER  = 'N'
                   FOR UPDATE OF DS_VALOR_ANTER,
                                 DS_VALOR_NOVO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * EVENTOS DA CONTA COM JUSTIFICATIVA LIVRE (AS GERADAS PELO     *
      * SISTEMA SAO REFERENCIAS A OUTROS EVENTOS E FICAM)             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CEVT CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       DRECEB_MOVTO_TARIF,
                       NMOVTO_EVNTO_TARIF
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE NCONTA_CLIEN        = :WRK-NCONTA-CORRENTE
                   AND RJUSTF_EVNTO_TARIF <> ' '
                   AND CJUSTF_EVNTO_TARIF NOT IN
                       ('AJTE', 'ESTR', 'CORR', 'BAIX', 'RECP', 'LPAR',
                        'RPAR', 'MORA', 'COMP')
                   FOR UPDATE OF RJUSTF_EVNTO_TARIF
           END-EXEC.

           EXEC SQL
                DECLARE CARQ CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       DRECEB_MOVTO_TARIF,
                       NMOVTO_EVNTO_TARIF
                  FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ
                 WHERE NCONTA_CLIEN        = :WRK-NCONTA-CORRENTE
                   AND RJUSTF_EVNTO_TARIF <> ' '
                   AND CJUSTF_EVNTO_TARIF NOT IN
                       ('AJTE', 'ESTR', 'CORR', 'BAIX', 'RECP', 'LPAR',
                        'RPAR', 'MORA', 'COMP')
                   FOR UPDATE OF RJUSTF_EVNTO_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TEXTOS COMPLEMENTARES DAS MANIFESTACOES VINCULADAS A EVENTOS  *
      * DA CONTA E A NENHUM EVENTO DE OUTRA CONTA AINDA NAO           *
      * ANONIMIZADA                                                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CTXT CURSOR FOR
                SELECT P.NPROT_MANIF,
                       P.NSEQ_MANIF,
                       P.NORD_COMPL_ABERT
                  FROM DB2PRD.TMANIF_PSSOA_COMPL P
                 WHERE P.NPROT_MANIF IN
                       (SELECT X.NPROT_MANIF
                          FROM DB2PRD.TXREF_MANIF_TARIF X,
                               DB2PRD.TSIT_MOVTO_TARIF  T
                         WHERE T.CSIST_ORIGE_TARIF  =
                               X.CSIST_ORIGE_TARIF
                           AND T.DRECEB_MOVTO_TARIF =
                               X.DRECEB_MOVTO_TARIF
                           AND T.NMOVTO_EVNTO_TARIF =
                               X.NMOVTO_EVNTO_TARIF
                           AND T.NCONTA_CLIEN       =
                               :WRK-NCONTA-CORRENTE
                        UNION
                        SELECT X.NPROT_MANIF
                          FROM DB2PRD.TXREF_MANIF_TARIF    X,
                               DB2PRD.TSIT_MOVTO_TARIF_ARQ A
                         WHERE A.CSIST_ORIGE_TARIF  =
                               X.CSIST_ORIGE_TARIF
                           AND A.DRECEB_MOVTO_TARIF =
                               X.DRECEB_MOVTO_TARIF
                           AND A.NMOVTO_EVNTO_TARIF =
                               X.NMOVTO_EVNTO_TARIF
                           AND A.NCONTA_CLIEN       =
                               :WRK-NCONTA-CORRENTE)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TXREF_MANIF_TARIF X2,
                               DB2PRD.TSIT_MOVTO_TARIF  T2
                         WHERE X2.NPROT_MANIF        = P.NPROT_MANIF
                           AND T2.CSIST_ORIGE_TARIF  =
                               X2.CSIST_ORIGE_TARIF
                           AND T2.DRECEB_MOVTO_TARIF =
                               X2.DRECEB_MOVTO_TARIF
                           AND T2.NMOVTO_EVNTO_TARIF =
                               X2.NMOVTO_EVNTO_TARIF
                           AND T2.NCONTA_CLIEN      <>
                               :WRK-NCONTA-CORRENTE
                           AND NOT EXISTS
                               (SELECT 1
                                  FROM DB2PRD.TANON_LGPD_TARIF L
                                 WHERE L.NCONTA_CLIEN =
                                       T2.NCONTA_CLIEN
                                   AND L.NM_TABELA    =
                                       'TCADT_CONTA_CLIEN'))
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TXREF_MANIF_TARIF    X3,
                               DB2PRD.TSIT_MOVTO_TARIF_ARQ A3
                         WHERE X3.NPROT_MANIF        = P.NPROT_MANIF
                           AND A3.CSIST_ORIGE_TARIF  =
                               X3.CSIST_ORIGE_TARIF
                           AND A3.DRECEB_MOVTO_TARIF =
                               X3.DRECEB_MOVTO_TARIF
                           AND A3.NMOVTO_EVNTO_TARIF =
                               X3.NMOVTO_EVNTO_TARIF
                           AND A3.NCONTA_CLIEN      <>
                               :WRK-NCONTA-CORRENTE
                           AND NOT EXISTS
                               (SELECT 1
                                  FROM DB2PRD.TANON_LGPD_TARIF L3
                                 WHERE L3.NCONTA_CLIEN =
                                       A3.NCONTA_CLIEN
                                   AND L3.NM_TABELA    =
                                       'TCADT_CONTA_CLIEN'))
                   FOR UPDATE OF RCOMPL_ABERT_MANIF,
                                 TS_ULT_ALTER
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *          PARM: POS 01-02 ANOS DE GUARDA (PADRAO 05, MINIMO 05) *
      *                POS 03    'S' = SIMULACAO (SO RELATA)           *
      *----------------------------------------------------------------*
       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM             PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-ANOS   PIC  9(002).
               10  WRK-PARM-DADO-SIMULA PIC  X(001).
               10  FILLER               PIC  X(077).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 2000-ANONIMIZAR-CONTAS.

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

           IF WRK-PARM-TAM          IS GREATER THAN +1
              IF WRK-PARM-DADO-ANOS     IS NUMERIC AND
                 WRK-PARM-DADO-ANOS     IS GREATER THAN ZEROS
                 MOVE WRK-PARM-DADO-ANOS TO    WRK-PARM-ANOS-GUARDA
              END-IF
           END-IF.

           IF WRK-PARM-ANOS-GUARDA      LESS    WRK-MIN-ANOS-GUARDA
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: PRAZO DE GUARDA MINIMO E DE 05 ANOS'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-PARM-TAM          IS GREATER THAN +2
              IF WRK-PARM-DADO-SIMULA   EQUAL   'S'
                 MOVE 'S'               TO      WRK-PARM-MODO-SIMULA
              END-IF
           END-IF.

           OPEN OUTPUT  GOTF047R.
           PERFORM 1100-TESTAR-FS-GOTF047R.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO),
                       CHAR(CURRENT DATE -
                            :WRK-PARM-ANOS-GUARDA YEARS, ISO)
                  INTO :WRK-DATA-PROCESSO,
                       :WRK-DATA-CORTE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(NSEQ_ANONIM), 0)
                  INTO :WRK-NSEQ-ANONIM
                  FROM DB2PRD.TANON_LGPD_TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TANON_LGPD_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0006'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-EM-SIMULACAO
              MOVE 'SIMULACAO'          TO      TIT-MODO
           ELSE
              MOVE 'REAL'               TO      TIT-MODO
           END-IF.

           MOVE WRK-DATA-PROCESSO       TO      TIT-DATA-PROCESSO.
           MOVE WRK-DATA-CORTE          TO      TIT-DATA-CORTE.

           WRITE FD-GOTF047R            FROM    WRK-LINHA-TITULO-ANO.
           PERFORM 1100-TESTAR-FS-GOTF047R.

           WRITE FD-GOTF047R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1100-TESTAR-FS-GOTF047R.

           WRITE FD-GOTF047R            FROM    WRK-LINHA-CABEC-ANO.
           PERFORM 1100-TESTAR-FS-GOTF047R.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF047R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF047R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF047R       NOT EQUAL   '00'
              MOVE 'GOTF047R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF047R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ANONIMIZAR-CONTAS          SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-ANONIMIZAR-CONTAS' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-ELEGIVEL.

           EXEC SQL
                OPEN CELG
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCADT_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-ELEGIVEL.

           PERFORM 3000-ANONIMIZAR-CONTA
             UNTIL WRK-EOF-ELEGIVEL.

           EXEC SQL
                CLOSE CELG
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
       2100-LER-ELEGIVEL               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-ELEGIVEL'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CELG
                 INTO :WRK-NCONTA-CORRENTE,
                      :WRK-DT-ENCERRAMENTO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-ELEGIVEL   TO      TRUE
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
      * ANONIMIZA UMA CONTA ELEGIVEL. O TOKEN DA CONTA E O SEQUENCIAL  *
      * DO REGISTRO DE ANONIMIZACAO DO CADASTRO, O PRIMEIRO GRAVADO    *
      *----------------------------------------------------------------*
       3000-ANONIMIZAR-CONTA           SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-ANONIMIZAR-CONTA' TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE WRK-ACUMULADORES-CONTA.

           COMPUTE WRK-TOKEN-NSEQ       =       WRK-NSEQ-ANONIM + 1.
           MOVE WRK-TOKEN               TO      WRK-NOME-ANONIMO-TOKEN
                                                WRK-TEXTO-ANONIMO-TOKEN.
           MOVE WRK-TEXTO-ANONIMO       TO      WRK-RJUSTF-ANONIMO.

           PERFORM 3100-ANONIMIZAR-CADASTRO.

           PERFORM 3200-ANONIMIZAR-HISTORICO.

           PERFORM 3300-ANONIMIZAR-EVENTOS.

           PERFORM 3400-ANONIMIZAR-ARQUIVADOS.

           PERFORM 3500-ANONIMIZAR-TEXTOS.

           ADD 1                        TO      WRK-CONTAS-ANONIMIZADAS.
           ADD WRK-CTA-HISTORICOS       TO      WRK-TOT-HISTORICOS.
           ADD WRK-CTA-EVENTOS          TO      WRK-TOT-EVENTOS.
           ADD WRK-CTA-ARQUIVADOS       TO      WRK-TOT-ARQUIVADOS.
           ADD WRK-CTA-TEXTOS           TO      WRK-TOT-TEXTOS.
           ADD WRK-CTA-IMAGENS          TO      WRK-TOT-IMAGENS.

           PERFORM 6100-GRAVAR-LINHA-CONTA.

           PERFORM 2100-LER-ELEGIVEL.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-ANONIMIZAR-CADASTRO        SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-ANONIMIZAR-CADASTRO' TO   FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-NOME-ANONIMO        TO      NOME-CLIEN OF GOTFB0E4.
           MOVE WRK-TOKEN               TO      NDOC-CLIEN OF GOTFB0E4.

           IF NOT WRK-EM-SIMULACAO
              EXEC SQL
                   UPDATE DB2PRD.TCADT_CONTA_CLIEN
                      SET NOME_CLIEN = :GOTFB0E4.NOME-CLIEN,
                          NDOC_CLIEN = :GOTFB0E4.NDOC-CLIEN
                    WHERE NCONTA_CLIEN = :WRK-NCONTA-CORRENTE
              END-EXEC
              IF (SQLCODE           NOT EQUAL   ZEROS)  OR
                 (SQLWARN0              EQUAL   'W')
                 MOVE 'TCADT_CONTA_CLIEN' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-UPDATE         TO      TRUE
                 MOVE '0015'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
           END-IF.

           MOVE 'TCADT_CONTA_CLIEN'     TO      WRK-NM-TABELA.
           MOVE WRK-NCONTA-CORRENTE     TO      WRK-CHV-NCONTA.
           MOVE WRK-CHAVE-CONTA         TO      WRK-DS-CHAVE.

           PERFORM 4000-REGISTRAR-CHAVE.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-ANONIMIZAR-HISTORICO       SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-ANONIMIZAR-HISTORICO' TO  FRWKGHEA-IDEN-PARAGRAFO.

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

           PERFORM 3220-TRATAR-HISTORICO
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
                      :GOTFB0G1.DS-VALOR-ANTER
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
      * NOME ANTERIOR EM BRANCO (INCLUSAO DA CONTA) FICA EM BRANCO     *
      *----------------------------------------------------------------*
       3220-TRATAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

           MOVE '3220-TRATAR-HISTORICO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF DS-VALOR-ANTER OF GOTFB0G1 NOT EQUAL SPACES
              MOVE WRK-TOKEN            TO      DS-VALOR-ANTER
                                                OF GOTFB0G1
           END-IF.

           MOVE WRK-TOKEN               TO      DS-VALOR-NOVO
                                                OF GOTFB0G1.

           IF NOT WRK-EM-SIMULACAO
              EXEC SQL
                   UPDATE DB2PRD.THIST_CONTA_CLIEN
                      SET DS_VALOR_ANTER = :GOTFB0G1.DS-VALOR-ANTER,
                          DS_VALOR_NOVO  = :GOTFB0G1.DS-VALOR-NOVO
                    WHERE CURRENT OF CHIS
              END-EXEC
              IF (SQLCODE           NOT EQUAL   ZEROS)  OR
                 (SQLWARN0              EQUAL   'W')
                 MOVE 'THIST_CONTA_CLIEN' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-UPDATE         TO      TRUE
                 MOVE '0023'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
           END-IF.

           MOVE 'THIST_CONTA_CLIEN'     TO      WRK-NM-TABELA.
           MOVE WRK-NCONTA-CORRENTE     TO      WRK-CHV-HIS-NCONTA.
           MOVE NSEQ-ALTER OF GOTFB0G1  TO      WRK-CHV-HIS-NSEQ.
           MOVE WRK-CHAVE-HISTORICO     TO      WRK-DS-CHAVE.

           PERFORM 4000-REGISTRAR-CHAVE.

           ADD 1                        TO      WRK-CTA-HISTORICOS.

           PERFORM 3210-LER-HISTORICO.

      *----------------------------------------------------------------*
       3220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-ANONIMIZAR-EVENTOS         SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-ANONIMIZAR-EVENTOS' TO    FRWKGHEA-IDEN-PARAGRAFO.

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

           PERFORM 3310-LER-EVENTO.

           PERFORM 3320-TRATAR-EVENTO
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
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-LER-EVENTO                 SECTION.
      *----------------------------------------------------------------*

           MOVE '3310-LER-EVENTO'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CEVT
                 INTO :GOTFB0B7.CSIST-ORIGE-TARIF,
                      :GOTFB0B7.DRECEB-MOVTO-TARIF,
                      :GOTFB0B7.NMOVTO-EVNTO-TARIF
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
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3320-TRATAR-EVENTO              SECTION.
      *----------------------------------------------------------------*

           MOVE '3320-TRATAR-EVENTO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT WRK-EM-SIMULACAO
              EXEC SQL
                   UPDATE DB2PRD.TSIT_MOVTO_TARIF
                      SET RJUSTF_EVNTO_TARIF = :WRK-RJUSTF-ANONIMO
                    WHERE CURRENT OF CEVT
              END-EXEC
              IF (SQLCODE           NOT EQUAL   ZEROS)  OR
                 (SQLWARN0              EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-UPDATE         TO      TRUE
                 MOVE '0033'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
           END-IF.

           MOVE 'TSIT_MOVTO_TARIF'      TO      WRK-NM-TABELA.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0B7
                                        TO      WRK-CHV-EVT-CSIST.
           MOVE DRECEB-MOVTO-TARIF OF GOTFB0B7
                                        TO      WRK-CHV-EVT-DRECEB.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0B7
                                        TO      WRK-CHV-EVT-NMOVTO.
           MOVE WRK-CHAVE-EVENTO        TO      WRK-DS-CHAVE.

           PERFORM 4000-REGISTRAR-CHAVE.

           ADD 1                        TO      WRK-CTA-EVENTOS.

           PERFORM 3310-LER-EVENTO.

      *----------------------------------------------------------------*
       3320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-ANONIMIZAR-ARQUIVADOS      SECTION.
      *----------------------------------------------------------------*

           MOVE '3400-ANONIMIZAR-ARQUIVADOS' TO FRWKGHEA-IDEN-PARAGRAFO.

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

           PERFORM 3410-LER-ARQUIVADO.

           PERFORM 3420-TRATAR-ARQUIVADO
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
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3410-LER-ARQUIVADO              SECTION.
      *----------------------------------------------------------------*

           MOVE '3410-LER-ARQUIVADO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CARQ
                 INTO :GOTFB0C7.CSIST-ORIGE-TARIF,
                      :GOTFB0C7.DRECEB-MOVTO-TARIF,
                      :GOTFB0C7.NMOVTO-EVNTO-TARIF
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
       3410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3420-TRATAR-ARQUIVADO           SECTION.
      *----------------------------------------------------------------*

           MOVE '3420-TRATAR-ARQUIVADO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT WRK-EM-SIMULACAO
              EXEC SQL
                   UPDATE DB2PRD.TSIT_MOVTO_TARIF_ARQ
                      SET RJUSTF_EVNTO_TARIF = :WRK-RJUSTF-ANONIMO
                    WHERE CURRENT OF CARQ
              END-EXEC
              IF (SQLCODE           NOT EQUAL   ZEROS)  OR
                 (SQLWARN0              EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF_ARQ' TO FRWKGDB2-NOME-TABELA
                 SET DB2-UPDATE         TO      TRUE
                 MOVE '0038'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
           END-IF.

           MOVE 'TSIT_MOVTO_TARIF_ARQ'  TO      WRK-NM-TABELA.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0C7
                                        TO      WRK-CHV-EVT-CSIST.
           MOVE DRECEB-MOVTO-TARIF OF GOTFB0C7
                                        TO      WRK-CHV-EVT-DRECEB.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0C7
                                        TO      WRK-CHV-EVT-NMOVTO.
           MOVE WRK-CHAVE-EVENTO        TO      WRK-DS-CHAVE.

           PERFORM 4000-REGISTRAR-CHAVE.

           ADD 1                        TO      WRK-CTA-ARQUIVADOS.

           PERFORM 3410-LER-ARQUIVADO.

      *----------------------------------------------------------------*
       3420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-ANONIMIZAR-TEXTOS          SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-ANONIMIZAR-TEXTOS' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-TEXTO.

           EXEC SQL
                OPEN CTXT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA_COMP'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3510-LER-TEXTO.

           PERFORM 3520-TRATAR-TEXTO
             UNTIL WRK-EOF-TEXTO.

           EXEC SQL
                CLOSE CTXT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA_COMP'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0042'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-LER-TEXTO                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3510-LER-TEXTO'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CTXT
                 INTO :SACLB032.NPROT-MANIF,
                      :SACLB032.NSEQ-MANIF,
                      :SACLB032.NORD-COMPL-ABERT
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-TEXTO      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TMANIF_PSSOA_COMP' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0041'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TROCA O TEXTO DA LINHA E DE TODAS AS SUAS IMAGENS ANTERIORES   *
      * E EXCLUI AS PALAVRAS DA LINHA DO INDICE DE TEXTO LIVRE (O      *
      * SACL2IDX REINDEXA O TEXTO NOVO NA PROXIMA EXECUCAO). A CHAVE   *
      * REGISTRADA E A DA LINHA, QUE COBRE AS SUAS IMAGENS             *
      *----------------------------------------------------------------*
       3520-TRATAR-TEXTO               SECTION.
      *----------------------------------------------------------------*

           MOVE '3520-TRATAR-TEXTO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-TAM-TEXTO-ANONIMO   TO      RCOMPL-ABERT-MANIF-LEN
                                                OF SACLB032.
           MOVE WRK-TEXTO-ANONIMO       TO      RCOMPL-ABERT-MANIF-TEXT
                                                OF SACLB032.

           IF WRK-EM-SIMULACAO
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WRK-CTA-IMAGENS-AUX
                     FROM DB2PRD.TMANIF_PSSOA_COMPL_HIST
                    WHERE NPROT_MANIF      = :SACLB032.NPROT-MANIF
                      AND NSEQ_MANIF       = :SACLB032.NSEQ-MANIF
                      AND NORD_COMPL_ABERT =
                          :SACLB032.NORD-COMPL-ABERT
              END-EXEC
              IF (SQLCODE           NOT EQUAL   ZEROS)  OR
                 (SQLWARN0              EQUAL   'W')
                 MOVE 'TMANIF_COMPL_HIST' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0043'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
              ADD WRK-CTA-IMAGENS-AUX   TO      WRK-CTA-IMAGENS
              GO TO 3520-90-REGISTRAR
           END-IF.

           EXEC SQL
                UPDATE DB2PRD.TMANIF_PSSOA_COMPL
                   SET RCOMPL_ABERT_MANIF =
                       :SACLB032.RCOMPL-ABERT-MANIF,
                       TS_ULT_ALTER       = CURRENT TIMESTAMP
                 WHERE CURRENT OF CTXT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA_COMP'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0044'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                UPDATE DB2PRD.TMANIF_PSSOA_COMPL_HIST
                   SET RCOMPL_ABERT_MANIF = :SACLB032.RCOMPL-ABERT-MANIF
                 WHERE NPROT_MANIF      = :SACLB032.NPROT-MANIF
                   AND NSEQ_MANIF       = :SACLB032.NSEQ-MANIF
                   AND NORD_COMPL_ABERT = :SACLB032.NORD-COMPL-ABERT
           END-EXEC.

           IF ((SQLCODE             NOT EQUAL   ZEROS)  AND
               (SQLCODE             NOT EQUAL   +100))  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_COMPL_HIST'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0045'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF SQLCODE                   EQUAL   ZEROS
              ADD SQLERRD (3)           TO      WRK-CTA-IMAGENS
           END-IF.

           EXEC SQL
                DELETE FROM DB2PRD.TMANIF_COMPL_PALAVRA
                 WHERE NPROT_MANIF      = :SACLB032.NPROT-MANIF
                   AND NSEQ_MANIF       = :SACLB032.NSEQ-MANIF
                   AND NORD_COMPL_ABERT = :SACLB032.NORD-COMPL-ABERT
           END-EXEC.

           IF ((SQLCODE             NOT EQUAL   ZEROS)  AND
               (SQLCODE             NOT EQUAL   +100))  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_COMPL_PALA'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0046'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF SQLCODE                   EQUAL   ZEROS
              ADD SQLERRD (3)           TO      WRK-TOT-PALAVRAS
           END-IF.

       3520-90-REGISTRAR.

           MOVE 'TMANIF_PSSOA_COMPL'    TO      WRK-NM-TABELA.
           MOVE NPROT-MANIF OF SACLB032 TO      WRK-CHV-TXT-NPROT.
           MOVE NSEQ-MANIF OF SACLB032  TO      WRK-CHV-TXT-NSEQ.
           MOVE NORD-COMPL-ABERT OF SACLB032
                                        TO      WRK-CHV-TXT-NORD.
           MOVE WRK-CHAVE-TEXTO         TO      WRK-DS-CHAVE.

           PERFORM 4000-REGISTRAR-CHAVE.

           ADD 1                        TO      WRK-CTA-TEXTOS.

           PERFORM 3510-LER-TEXTO.

      *----------------------------------------------------------------*
       3520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REGISTRA A CHAVE ANONIMIZADA EM TANON_LGPD_TARIF (EM SIMULACAO *
      * SO NUMERA)                                                     *
      *----------------------------------------------------------------*
       4000-REGISTRAR-CHAVE            SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-REGISTRAR-CHAVE'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           ADD 1                        TO      WRK-NSEQ-ANONIM.
           ADD 1                        TO      WRK-CHAVES-REGISTRADAS.

           IF WRK-EM-SIMULACAO
              GO TO 4000-99-FIM
           END-IF.

           MOVE WRK-NSEQ-ANONIM         TO      NSEQ-ANONIM OF GOTFB0G3.
           MOVE WRK-NCONTA-CORRENTE     TO      NCONTA-CLIEN
                                                OF GOTFB0G3.
           MOVE WRK-NM-TABELA           TO      NM-TABELA OF GOTFB0G3.
           MOVE WRK-DS-CHAVE            TO      DS-CHAVE OF GOTFB0G3.
           MOVE WRK-TOKEN               TO      CTOKEN-ANONIM
                                                OF GOTFB0G3.
           MOVE WRK-DATA-PROCESSO       TO      DT-ANONIMIZACAO
                                                OF GOTFB0G3.
           MOVE WRK-USUARIO             TO      CUSUAR-ANONIM
                                                OF GOTFB0G3.

           EXEC SQL
                INSERT INTO DB2PRD.TANON_LGPD_TARIF
                      (NSEQ_ANONIM     ,
                       NCONTA_CLIEN    ,
                       NM_TABELA       ,
                       DS_CHAVE        ,
                       CTOKEN_ANONIM   ,
                       DT_ANONIMIZACAO ,
                       CUSUAR_ANONIM)
                  VALUES
                      (:GOTFB0G3.NSEQ-ANONIM     ,
                       :GOTFB0G3.NCONTA-CLIEN    ,
                       :GOTFB0G3.NM-TABELA       ,
                       :GOTFB0G3.DS-CHAVE        ,
                       :GOTFB0G3.CTOKEN-ANONIM   ,
                       :GOTFB0G3.DT-ANONIMIZACAO ,
                       :GOTFB0G3.CUSUAR-ANONIM)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TANON_LGPD_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LINHA DA CONTA NO RELATORIO, COM A CONTA MASCARADA (SO OS 4    *
      * ULTIMOS DIGITOS)                                               *
      *----------------------------------------------------------------*
       6100-GRAVAR-LINHA-CONTA         SECTION.
      *----------------------------------------------------------------*

           MOVE '6100-GRAVAR-LINHA-CONTA' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-NCONTA-CORRENTE     TO      WRK-CHV-NCONTA.
           MOVE '*********'             TO      ANO-NCONTA-MASC (1:9).
           MOVE WRK-CHV-NCONTA (10:4)   TO      ANO-NCONTA-MASC (10:4).
           MOVE WRK-DT-ENCERRAMENTO     TO      ANO-DT-ENCERRAMENTO.
           MOVE WRK-TOKEN               TO      ANO-TOKEN.
           MOVE WRK-CTA-HISTORICOS      TO      ANO-QTD-HISTORICOS.
           MOVE WRK-CTA-EVENTOS         TO      ANO-QTD-EVENTOS.
           MOVE WRK-CTA-ARQUIVADOS      TO      ANO-QTD-ARQUIVADOS.
           MOVE WRK-CTA-TEXTOS          TO      ANO-QTD-TEXTOS.
           MOVE WRK-CTA-IMAGENS         TO      ANO-QTD-IMAGENS.

           WRITE FD-GOTF047R            FROM    WRK-LINHA-ANO.
           PERFORM 1100-TESTAR-FS-GOTF047R.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-CONTAS-ANONIMIZADAS TO      TOT-CONTAS.
           MOVE WRK-CHAVES-REGISTRADAS  TO      TOT-CHAVES.

           WRITE FD-GOTF047R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1100-TESTAR-FS-GOTF047R.

           WRITE FD-GOTF047R            FROM    WRK-LINHA-TOTAL-ANO.
           PERFORM 1100-TESTAR-FS-GOTF047R.

           IF NOT WRK-EM-SIMULACAO
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

           DISPLAY '*********** GOTF2ANO ***********'
           DISPLAY '*                              *'
           DISPLAY '*   ANONIMIZACAO LGPD          *'
           DISPLAY '* ---------------------------- *'
           IF WRK-EM-SIMULACAO
              DISPLAY '* MODO     : SIMULACAO         *'
           ELSE
              DISPLAY '* MODO     : REAL              *'
           END-IF
           DISPLAY '* ENCERRADAS ATE    : ' WRK-DATA-CORTE
           DISPLAY '* CONTAS ANONIMIZ.  : ' WRK-CONTAS-ANONIMIZADAS
           DISPLAY '* HIST. CADASTRAL   : ' WRK-TOT-HISTORICOS
           DISPLAY '* EVENTOS           : ' WRK-TOT-EVENTOS
           DISPLAY '* EVENTOS ARQUIVADOS: ' WRK-TOT-ARQUIVADOS
           DISPLAY '* TEXTOS COMPLEMENT.: ' WRK-TOT-TEXTOS
           DISPLAY '* IMAGENS DE TEXTO  : ' WRK-TOT-IMAGENS
           DISPLAY '* PALAVRAS INDICE   : ' WRK-TOT-PALAVRAS
           DISPLAY '* CHAVES REGISTRADAS: ' WRK-CHAVES-REGISTRADAS
           DISPLAY '*********** GOTF2ANO ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF047R.

           PERFORM 1100-TESTAR-FS-GOTF047R.

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

           MOVE 'GOTF2ANO'              TO      FRWKGHEA-NOME-PROGRAMA.

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
