      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2DIF.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2DIF                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  JANEIRO/2028                                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF041S          O              WRK-REG-CTB    *
      *                GOTF041R          O              WRK-LINHA-DIF  *
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
      *                DB2PRD.TSIT_MOVTO_TARIF          (SUBSELECT)    *
      *                DB2PRD.TPARC_EVNTO_TARIF         GOTFB0D1       *
      *                DB2PRD.TDIFER_RECEI_TARIF        GOTFB0F9       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    GOTF1100 - CONTROLE DE INTEGRIDADE DE ARQUIVO (HMAC)        *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POS 01-06 : COMPETENCIA AAAAMM (PADRAO = MES DO DIA         *
      *                ANTERIOR AO DA EXECUCAO)                        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    JAN/2028 - HOMI - PROGRAMA CRIADO. RECEITA DIFERIDA DOS     *
      *               PLANOS DE PARCELAMENTO. O GOTF2CTB RECONHECE O   *
      *               VALOR CHEIO DO EVENTO NA POSTAGEM; NO FECHAMENTO *
      *               DO MES ESTE PROGRAMA:                            *
      *               (1) DIFERE O VALOR DE CADA PLANO NOVO DO         *
      *               GOTF2PAR ('DIFR': D RECEITA / C RECEITA          *
      *               DIFERIDA), ABRINDO O CONTROLE EM                 *
      *               TDIFER_RECEI_TARIF;                              *
      *               (2) RECONHECE A RECEITA DAS PARCELAS VENCIDAS    *
      *               ATE A COMPETENCIA (AAMM_VENCTO) AINDA NAO        *
      *               RECONHECIDAS ('RECD': D DIFERIDA / C RECEITA);   *
      *               (3) REVERTE O SALDO NAO RECONHECIDO DO PLANO     *
      *               CUJO EVENTO FOI ESTORNADO ('RVDE': D DIFERIDA /  *
      *               C RECEITA, QUE O 'ESTR' JA DEBITOU PELO VALOR    *
      *               CHEIO) OU BAIXADO ('RVDB': D DIFERIDA / C        *
      *               PROVISAO, QUE O 'BAIX' JA DEBITOU PELO VALOR     *
      *               CHEIO - A PARTE NUNCA RECONHECIDA NAO CONSOME A  *
      *               PROVISAO).                                       *
      *               OS LANCAMENTOS SAEM AGREGADOS POR ORIGEM EM      *
      *               GOTF041S, NO LAYOUT DA INTERFACE DO RAZAO        *
      *               (GOTF006S), COM TRAILER SO SE BALANCEADO; O      *
      *               SALDO DIFERIDO DE CADA PLANO SAI EM GOTF041R. O  *
      *               CONTROLE E CUMULATIVO: A RESSUBMISSAO DA MESMA   *
      *               COMPETENCIA NAO REPETE LANCAMENTO. RODA ANTES DO *
      *               GOTF2PDD NO FECHAMENTO.                          *
      *    MAR/2028 - HOMI - CONTROLE DE INTEGRIDADE DA INTERFACE: O   *
      *               TRAILER DE GOTF041S (LAYOUT DE GOTF006S) GANHA O *
      *               CAMPO TRL-DIGEST (FILLER 40 -> 8), COM O DIGEST  *
      *               HMAC-SHA-256 (MODULO GOTF1100, CHAVE             *
      *               'GOTF.HMAC.INTERFACE.RAZAO' NO CKDS) DE HEADER,  *
      *               DETALHES E DO PROPRIO TRAILER COM O CAMPO EM     *
      *               BRANCO, COMO NO GOTF2CTB.                        *
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

           SELECT GOTF041S ASSIGN      TO   UT-S-GOTF041S
                      FILE STATUS      IS   WRK-FS-GOTF041S.

           SELECT GOTF041R ASSIGN      TO   UT-S-GOTF041R
                      FILE STATUS      IS   WRK-FS-GOTF041R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF041S - LANCAMENTOS DA RECEITA DIFERIDA DOS       *
      *            PARCELAMENTOS (LAYOUT DA INTERFACE GOTF006S)        *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF041S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF041S                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF041R - SALDO DIFERIDO POR PLANO DE PARCELAMENTO  *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  GOTF041R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF041R                 PIC  X(132).

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
      * CONTROLE DE INTEGRIDADE DE GOTF041S (MODULO GOTF1100): DIGEST  *
      * HMAC DE TODOS OS REGISTROS, LEVADO NO TRAILER COM A CHAVE DA   *
      * INTERFACE DO RAZAO                                             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1100                PIC  X(08)  VALUE  'GOTF1100'.
       77  WRK-ROTULO-HMAC-RAZAO       PIC  X(64)  VALUE
           'GOTF.HMAC.INTERFACE.RAZAO'.

       COPY GOTFWINT.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-SW-EOF-NOVO             PIC  X(01) VALUE 'N'.
           88  WRK-EOF-NOVO                        VALUE 'S'.
       01  WRK-SW-EOF-PLANO            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-PLANO                       VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * COMPETENCIA DE REFERENCIA E DATA-BASE (ULTIMO DIA DO MES,     *
      * DATA CONTABIL DOS LANCAMENTOS)                                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-AAMM-REFER.
         05  WRK-AAMM-REFER-AAAA       PIC  9(04).
         05  WRK-AAMM-REFER-MM         PIC  9(02).
       01  FILLER REDEFINES WRK-AAMM-REFER.
         05  WRK-AAMM-REFER-NUM        PIC  9(06).

       01  WRK-DT-VESPERA.
         05  WRK-DT-VESPERA-AAAA       PIC  9(04).
         05  FILLER                    PIC  X(01).
         05  WRK-DT-VESPERA-MM         PIC  9(02).
         05  FILLER                    PIC  X(03).

       01  WRK-DT-INI-MES.
         05  WRK-DT-INI-MES-AAAA       PIC  9(04).
         05  FILLER                    PIC  X(01) VALUE '-'.
         05  WRK-DT-INI-MES-MM         PIC  9(02).
         05  FILLER                    PIC  X(03) VALUE '-01'.

       01  WRK-DT-REFER                PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PLANO CORRENTE: VALOR JA VENCIDO ATE A COMPETENCIA, SITUACAO  *
      * DO EVENTO DE ORIGEM E VALORES APURADOS NO MES                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-VLR-VENCIDO             PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-CSIT-EVNTO-PLANO        PIC  X(01) VALUE SPACES.
       01  WRK-VLR-RECONH-MES          PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-REVERT-MES          PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-SALDO-DIFER         PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-CSIST-LIDO              PIC  X(03) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTAS CONTABEIS (PLANO DE CONTAS ACORDADO COM A               *
      * CONTABILIDADE): RECEITA DE TARIFAS (MESMA DO GOTF2CTB),        *
      * RECEITA DIFERIDA DE PARCELAMENTOS E PROVISAO PARA DEVEDORES    *
      * DUVIDOSOS (MESMA DO GOTF2PDD)                                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTA-RECEITA           PIC  X(10) VALUE '4101000001'.
       01  WRK-CONTA-DIFERIDA          PIC  X(10) VALUE '2301000001'.
       01  WRK-CONTA-PROVISAO          PIC  X(10) VALUE '1109000001'.

       01  WRK-CONTA-DEBITO            PIC  X(10) VALUE SPACES.
       01  WRK-CONTA-CREDITO           PIC  X(10) VALUE SPACES.
       01  WRK-VLR-LANCTO              PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-CSIST-LANCTO            PIC  X(03) VALUE SPACES.
       01  WRK-CJUSTF-LANCTO           PIC  X(04) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * VALORES DO MES AGREGADOS POR ORIGEM, PARA A INTERFACE          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-ORIGENS             PIC S9(04) COMP VALUE +100.
       01  WRK-QTD-ORIGENS             PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-ORI                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-ORI-ACHADA          PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-ORIGENS.
         05  WRK-TAB-ORI-ITEM          OCCURS 100 TIMES.
           10  TAB-ORI-CSIST           PIC  X(03).
           10  TAB-ORI-DIFERIDO        PIC S9(13)V9(02) COMP-3.
           10  TAB-ORI-RECONHECIDO     PIC S9(13)V9(02) COMP-3.
           10  TAB-ORI-REVERT-ESTORNO  PIC S9(13)V9(02) COMP-3.
           10  TAB-ORI-REVERT-BAIXA    PIC S9(13)V9(02) COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-PLANOS-NOVOS          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PLANOS-LIDOS          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PLANOS-CONCLUIDOS     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PLANOS-REVERTIDOS     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LANCTOS-GRAVADOS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-DEBITOS           PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-TOT-CREDITOS          PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-TOT-DIFERIDO          PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-TOT-RECONHECIDO       PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-TOT-REVERTIDO         PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-TOT-SALDO-DIFER       PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF041S             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF041R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF041S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-HEADER-CTB.
         05  HDR-TIPO-REGISTRO         PIC  X(001) VALUE 'H'.
         05  HDR-DATA-CONTABIL         PIC  X(010).
         05  FILLER                    PIC  X(069) VALUE SPACES.

       01  WRK-REG-CTB.
         05  CTB-TIPO-REGISTRO         PIC  X(001) VALUE 'D'.
         05  CTB-DATA-CONTABIL         PIC  X(010).
         05  CTB-CONTA                 PIC  X(010).
         05  CTB-IND-DEB-CRED          PIC  X(001).
         05  CTB-CSIST-ORIGE-TARIF     PIC  X(003).
         05  CTB-CJUSTF-EVNTO-TARIF    PIC  X(004).
         05  CTB-VALOR                 PIC  9(013)V9(002).
         05  FILLER                    PIC  X(036) VALUE SPACES.

       01  WRK-REG-TRAILER-CTB.
         05  TRL-TIPO-REGISTRO         PIC  X(001) VALUE 'T'.
         05  TRL-QTD-LANCTOS           PIC  9(009).
         05  TRL-TOT-DEBITOS           PIC  9(013)V9(002).
         05  TRL-TOT-CREDITOS          PIC  9(013)V9(002).
         05  TRL-DIGEST                PIC  X(032).
         05  FILLER                    PIC  X(008) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF041R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-TITULO-DIF.
         05  FILLER                    PIC  X(060) VALUE
           'GOTF2DIF - RECEITA DIFERIDA DOS PLANOS DE PARCELAMENTO    '.
         05  FILLER                    PIC  X(013) VALUE
           'COMPETENCIA: '.
         05  TIT-AAMM-REFER            PIC  9(006).
         05  FILLER                    PIC  X(014) VALUE
           '   DATA-BASE: '.
         05  TIT-DT-REFER              PIC  X(010).
         05  FILLER                    PIC  X(029) VALUE SPACES.

       01  WRK-LINHA-CABEC-DIF.
         05  FILLER                    PIC  X(045) VALUE
           'ORI DATA EVENT  NUMERO EVENTO CONTA CLIENTE  '.
         05  FILLER                    PIC  X(044) VALUE
           '   VALOR PLANO  RECONHEC. MES RECONHEC. ACUM'.
         05  FILLER                    PIC  X(043) VALUE
           '      REVERTIDO SALDO DIFERIDO  SIT        '.

       01  WRK-LINHA-DIF.
         05  DIF-CSIST-ORIGE           PIC  X(003).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DIF-DRECEB-MOVTO          PIC  X(010).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  DIF-NMOVTO-EVNTO          PIC  9(013).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DIF-NCONTA-CLIEN          PIC  9(013).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  DIF-VLR-PLANO             PIC  ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DIF-VLR-RECONH-MES        PIC  ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DIF-VLR-RECONH-ACUM       PIC  ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DIF-VLR-REVERT            PIC  ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DIF-VLR-SALDO             PIC  ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  DIF-SITUACAO              PIC  X(001).
         05  FILLER                    PIC  X(010) VALUE SPACES.

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
               INCLUDE GOTFB0D1
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0F9
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PLANOS DE PARCELAMENTO AINDA SEM CONTROLE DE RECEITA DIFERIDA *
      * CUJA PRIMEIRA PARCELA VENCE ATE A COMPETENCIA (O GOTF2PAR     *
      * GERA A PRIMEIRA PARCELA NO MES DO PARCELAMENTO)                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CNOV CURSOR FOR
                SELECT P.CSIST_ORIGE_TARIF,
                       P.DRECEB_MOVTO_TARIF,
                       P.NMOVTO_EVNTO_TARIF,
                       COUNT(*),
                       SUM(P.VVALOR_PARC),
                       COALESCE(
                       (SELECT S.NCONTA_CLIEN
                          FROM DB2PRD.TSIT_MOVTO_TARIF S
                         WHERE S.CSIST_ORIGE_TARIF =
                               P.CSIST_ORIGE_TARIF
                           AND S.DRECEB_MOVTO_TARIF =
                               P.DRECEB_MOVTO_TARIF
                           AND S.NMOVTO_EVNTO_TARIF =
                               P.NMOVTO_EVNTO_TARIF), 0)
                  FROM DB2PRD.TPARC_EVNTO_TARIF P
                 WHERE NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TDIFER_RECEI_TARIF D
                         WHERE D.CSIST_ORIGE_TARIF  =
                               P.CSIST_ORIGE_TARIF
                           AND D.DRECEB_MOVTO_TARIF =
                               P.DRECEB_MOVTO_TARIF
                           AND D.NMOVTO_EVNTO_TARIF =
                               P.NMOVTO_EVNTO_TARIF)
                 GROUP BY P.CSIST_ORIGE_TARIF,
                          P.DRECEB_MOVTO_TARIF,
                          P.NMOVTO_EVNTO_TARIF
                HAVING MIN(P.AAMM_VENCTO) <= :WRK-AAMM-REFER-NUM
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PLANOS ATIVOS, COM O VALOR DAS PARCELAS VENCIDAS ATE A        *
      * COMPETENCIA E A SITUACAO ATUAL DO EVENTO DE ORIGEM             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPLA CURSOR FOR
                SELECT D.CSIST_ORIGE_TARIF,
                       D.DRECEB_MOVTO_TARIF,
                       D.NMOVTO_EVNTO_TARIF,
                       D.NCONTA_CLIEN,
                       D.VVALOR_PLANO,
                       D.VVALOR_RECONH,
                       COALESCE(
                       (SELECT SUM(P.VVALOR_PARC)
                          FROM DB2PRD.TPARC_EVNTO_TARIF P
                         WHERE P.CSIST_ORIGE_TARIF  =
                               D.CSIST_ORIGE_TARIF
                           AND P.DRECEB_MOVTO_TARIF =
                               D.DRECEB_MOVTO_TARIF
                           AND P.NMOVTO_EVNTO_TARIF =
                               D.NMOVTO_EVNTO_TARIF
                           AND P.AAMM_VENCTO <= :WRK-AAMM-REFER-NUM),
                       0),
                       COALESCE(
                       (SELECT S.CSIT_EVNTO_TARIF
                          FROM DB2PRD.TSIT_MOVTO_TARIF S
                         WHERE S.CSIST_ORIGE_TARIF  =
                               D.CSIST_ORIGE_TARIF
                           AND S.DRECEB_MOVTO_TARIF =
                               D.DRECEB_MOVTO_TARIF
                           AND S.NMOVTO_EVNTO_TARIF =
                               D.NMOVTO_EVNTO_TARIF), ' ')
                  FROM DB2PRD.TDIFER_RECEI_TARIF D
                 WHERE D.IN_SITUACAO = 'A'
                 ORDER BY D.CSIST_ORIGE_TARIF,
                          D.DRECEB_MOVTO_TARIF,
                          D.NMOVTO_EVNTO_TARIF
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
               10  WRK-PARM-DADO-AAMM   PIC  X(006).
               10  FILLER               REDEFINES WRK-PARM-DADO-AAMM.
                   15  WRK-PARM-AAMM-AAAA PIC 9(004).
                   15  WRK-PARM-AAMM-MM   PIC 9(002).
               10  FILLER               PIC  X(074).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 2000-ABRIR-PLANOS-NOVOS.

           PERFORM 3000-APURAR-PLANOS.

           PERFORM 4000-CONTABILIZAR.

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
                      WRK-TAB-ORIGENS.

           OPEN OUTPUT  GOTF041S
                        GOTF041R.

           PERFORM 1100-TESTAR-FS-GOTF041S.
           PERFORM 1150-TESTAR-FS-GOTF041R.

           PERFORM 1050-OBTER-COMPETENCIA.

           MOVE WRK-AAMM-REFER-NUM      TO      TIT-AAMM-REFER.
           MOVE WRK-DT-REFER            TO      TIT-DT-REFER.
           WRITE FD-GOTF041R            FROM    WRK-LINHA-TITULO-DIF.
           PERFORM 1150-TESTAR-FS-GOTF041R.
           WRITE FD-GOTF041R            FROM    WRK-LINHA-CABEC-DIF.
           PERFORM 1150-TESTAR-FS-GOTF041R.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COMPETENCIA DO PARM (AAAAMM) OU, NA AUSENCIA, O MES DO DIA
      *    ANTERIOR AO DA EXECUCAO. A DATA-BASE E O ULTIMO DIA DO MES E
      *    E TAMBEM A DATA CONTABIL DOS LANCAMENTOS.
      *----------------------------------------------------------------*
       1050-OBTER-COMPETENCIA          SECTION.
      *----------------------------------------------------------------*

           MOVE '1050-OBTER-COMPETENCIA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-PARM-TAM          IS GREATER THAN +5
              AND WRK-PARM-DADO-AAMM    NOT EQUAL SPACES
              IF WRK-PARM-DADO-AAMM     IS NOT NUMERIC
                 OR WRK-PARM-AAMM-MM    IS LESS THAN 01
                 OR WRK-PARM-AAMM-MM    IS GREATER THAN 12
                 MOVE 'GOTF9999'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'PARM INVALIDO - COMPETENCIA AAAAMM'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
              MOVE WRK-PARM-AAMM-AAAA   TO      WRK-AAMM-REFER-AAAA
              MOVE WRK-PARM-AAMM-MM     TO      WRK-AAMM-REFER-MM
           ELSE
              EXEC SQL
                   SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
                     INTO :WRK-DT-VESPERA
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC

              IF (SQLCODE              NOT EQUAL   ZEROS)  OR
                 (SQLWARN0                 EQUAL   'W')
                 MOVE 'SYSDUMMY1'          TO     FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT            TO     TRUE
                 MOVE '0005'               TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF

              MOVE WRK-DT-VESPERA-AAAA  TO      WRK-AAMM-REFER-AAAA
              MOVE WRK-DT-VESPERA-MM    TO      WRK-AAMM-REFER-MM
           END-IF.

           MOVE WRK-AAMM-REFER-AAAA     TO      WRK-DT-INI-MES-AAAA.
           MOVE WRK-AAMM-REFER-MM       TO      WRK-DT-INI-MES-MM.

           EXEC SQL
                SELECT CHAR(LAST_DAY(DATE(:WRK-DT-INI-MES)), ISO)
                  INTO :WRK-DT-REFER
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0006'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF041S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF041S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF041S       NOT EQUAL   '00'
              MOVE 'GOTF041S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF041S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-TESTAR-FS-GOTF041R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1150-TESTAR-FS-GOTF041R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF041R       NOT EQUAL   '00'
              MOVE 'GOTF041R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF041R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ABRE O CONTROLE DE RECEITA DIFERIDA DE CADA PLANO NOVO E      *
      * DIFERE O SEU VALOR CHEIO ('DIFR'); AS PARCELAS JA VENCIDAS SAO *
      * RECONHECIDAS EM SEGUIDA, NA APURACAO DOS PLANOS ATIVOS         *
      *----------------------------------------------------------------*
       2000-ABRIR-PLANOS-NOVOS         SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-ABRIR-PLANOS-NOVOS' TO    FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CNOV
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-PLANO-NOVO.

           PERFORM 2200-ABRIR-CONTROLE
             UNTIL WRK-EOF-NOVO.

           EXEC SQL
                CLOSE CNOV
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0012'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-PLANO-NOVO             SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-PLANO-NOVO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CNOV
                 INTO :GOTFB0F9.CSIST-ORIGE-TARIF,
                      :GOTFB0F9.DRECEB-MOVTO-TARIF,
                      :GOTFB0F9.NMOVTO-EVNTO-TARIF,
                      :GOTFB0F9.QTD-PARC-PLANO,
                      :GOTFB0F9.VVALOR-PLANO,
                      :GOTFB0F9.NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-NOVO       TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPARC_EVNTO_TARIF' TO    FRWKGDB2-NOME-TABELA
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
       2200-ABRIR-CONTROLE             SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-ABRIR-CONTROLE'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS             TO VVALOR-RECONH   OF GOTFB0F9
                                     VVALOR-REVERT   OF GOTFB0F9
                                     AAMM-ULT-RECONH OF GOTFB0F9
                                     AAMM-REVERT     OF GOTFB0F9.
           MOVE WRK-AAMM-REFER-NUM      TO      AAMM-DIFER OF GOTFB0F9.
           SET DIFER-ATIVO              TO      TRUE.

           EXEC SQL
             INSERT INTO DB2PRD.TDIFER_RECEI_TARIF
                   (CSIST_ORIGE_TARIF  ,
                    DRECEB_MOVTO_TARIF ,
                    NMOVTO_EVNTO_TARIF ,
                    NCONTA_CLIEN       ,
                    QTD_PARC_PLANO     ,
                    VVALOR_PLANO       ,
                    VVALOR_RECONH      ,
                    VVALOR_REVERT      ,
                    AAMM_DIFER         ,
                    AAMM_ULT_RECONH    ,
                    AAMM_REVERT        ,
                    IN_SITUACAO)
               VALUES
                   (:GOTFB0F9.CSIST-ORIGE-TARIF  ,
                    :GOTFB0F9.DRECEB-MOVTO-TARIF ,
                    :GOTFB0F9.NMOVTO-EVNTO-TARIF ,
                    :GOTFB0F9.NCONTA-CLIEN       ,
                    :GOTFB0F9.QTD-PARC-PLANO     ,
                    :GOTFB0F9.VVALOR-PLANO       ,
                    :GOTFB0F9.VVALOR-RECONH      ,
                    :GOTFB0F9.VVALOR-REVERT      ,
                    :GOTFB0F9.AAMM-DIFER         ,
                    :GOTFB0F9.AAMM-ULT-RECONH    ,
                    :GOTFB0F9.AAMM-REVERT        ,
                    :GOTFB0F9.IN-SITUACAO)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TDIFER_RECEI_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0015'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE CSIST-ORIGE-TARIF OF GOTFB0F9 TO WRK-CSIST-LIDO.
           PERFORM 5100-LOCALIZAR-ORIGEM.

           ADD VVALOR-PLANO OF GOTFB0F9
            TO TAB-ORI-DIFERIDO (WRK-IDX-ORI-ACHADA)
               WRK-TOT-DIFERIDO.
           ADD 1                        TO      WRK-PLANOS-NOVOS.

           PERFORM 2100-LER-PLANO-NOVO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * APURA CADA PLANO ATIVO: RECONHECE AS PARCELAS VENCIDAS AINDA  *
      * NAO RECONHECIDAS E, COM O EVENTO ESTORNADO ('E') OU BAIXADO   *
      * ('B'), REVERTE O SALDO DIFERIDO RESTANTE E ENCERRA O PLANO    *
      *----------------------------------------------------------------*
       3000-APURAR-PLANOS              SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-APURAR-PLANOS'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CPLA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TDIFER_RECEI_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3100-LER-PLANO.

           PERFORM 3200-TRATAR-PLANO
             UNTIL WRK-EOF-PLANO.

           EXEC SQL
                CLOSE CPLA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TDIFER_RECEI_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0022'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-LER-PLANO                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-LER-PLANO'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPLA
                 INTO :GOTFB0F9.CSIST-ORIGE-TARIF,
                      :GOTFB0F9.DRECEB-MOVTO-TARIF,
                      :GOTFB0F9.NMOVTO-EVNTO-TARIF,
                      :GOTFB0F9.NCONTA-CLIEN,
                      :GOTFB0F9.VVALOR-PLANO,
                      :GOTFB0F9.VVALOR-RECONH,
                      :WRK-VLR-VENCIDO,
                      :WRK-CSIT-EVNTO-PLANO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-PLANO      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TDIFER_RECEI_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0021'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-PLANOS-LIDOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-TRATAR-PLANO               SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-TRATAR-PLANO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-VLR-RECONH-MES
                                                WRK-VLR-REVERT-MES.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0F9 TO WRK-CSIST-LIDO.
           PERFORM 5100-LOCALIZAR-ORIGEM.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RECONHECIMENTO DAS PARCELAS VENCIDAS ATE A COMPETENCIA        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           IF WRK-VLR-VENCIDO           GREATER VVALOR-RECONH
                                                OF GOTFB0F9
              COMPUTE WRK-VLR-RECONH-MES =
                      WRK-VLR-VENCIDO - VVALOR-RECONH OF GOTFB0F9
              ADD WRK-VLR-RECONH-MES    TO      VVALOR-RECONH
                                                OF GOTFB0F9
              MOVE WRK-AAMM-REFER-NUM   TO      AAMM-ULT-RECONH
                                                OF GOTFB0F9
              ADD WRK-VLR-RECONH-MES
               TO TAB-ORI-RECONHECIDO (WRK-IDX-ORI-ACHADA)
                  WRK-TOT-RECONHECIDO
           END-IF.

           MOVE ZEROS                   TO      VVALOR-REVERT
                                                OF GOTFB0F9
                                                AAMM-REVERT OF GOTFB0F9.
           SET DIFER-ATIVO              TO      TRUE.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PLANO ESTORNADO OU BAIXADO: REVERTE O QUE AINDA ESTA DIFERIDO *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           COMPUTE WRK-VLR-SALDO-DIFER =
                   VVALOR-PLANO OF GOTFB0F9 - VVALOR-RECONH OF GOTFB0F9.

           EVALUATE TRUE
              WHEN WRK-CSIT-EVNTO-PLANO EQUAL   'E'
                 MOVE WRK-VLR-SALDO-DIFER TO    WRK-VLR-REVERT-MES
                 SET DIFER-REVERT-ESTORNO TO    TRUE
                 ADD WRK-VLR-REVERT-MES
                  TO TAB-ORI-REVERT-ESTORNO (WRK-IDX-ORI-ACHADA)
              WHEN WRK-CSIT-EVNTO-PLANO EQUAL   'B'
                 MOVE WRK-VLR-SALDO-DIFER TO    WRK-VLR-REVERT-MES
                 SET DIFER-REVERT-BAIXA TO      TRUE
                 ADD WRK-VLR-REVERT-MES
                  TO TAB-ORI-REVERT-BAIXA (WRK-IDX-ORI-ACHADA)
              WHEN WRK-VLR-SALDO-DIFER  NOT GREATER ZEROS
                 SET DIFER-CONCLUIDO    TO      TRUE
                 ADD 1                  TO      WRK-PLANOS-CONCLUIDOS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF DIFER-REVERT-ESTORNO OR DIFER-REVERT-BAIXA
              MOVE WRK-VLR-REVERT-MES   TO      VVALOR-REVERT
                                                OF GOTFB0F9
              MOVE WRK-AAMM-REFER-NUM   TO      AAMM-REVERT OF GOTFB0F9
              MOVE ZEROS                TO      WRK-VLR-SALDO-DIFER
              ADD WRK-VLR-REVERT-MES    TO      WRK-TOT-REVERTIDO
              ADD 1                     TO      WRK-PLANOS-REVERTIDOS
           END-IF.

           IF WRK-VLR-RECONH-MES        GREATER ZEROS
              OR NOT DIFER-ATIVO
              PERFORM 3300-ATUALIZAR-CONTROLE
           END-IF.

           ADD WRK-VLR-SALDO-DIFER      TO      WRK-TOT-SALDO-DIFER.

           PERFORM 3400-GRAVAR-LINHA-PLANO.

           PERFORM 3100-LER-PLANO.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-ATUALIZAR-CONTROLE         SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-ATUALIZAR-CONTROLE' TO    FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TDIFER_RECEI_TARIF
                   SET VVALOR_RECONH   = :GOTFB0F9.VVALOR-RECONH,
                       AAMM_ULT_RECONH = :GOTFB0F9.AAMM-ULT-RECONH,
                       VVALOR_REVERT   = :GOTFB0F9.VVALOR-REVERT,
                       AAMM_REVERT     = :GOTFB0F9.AAMM-REVERT,
                       IN_SITUACAO     = :GOTFB0F9.IN-SITUACAO
                 WHERE CSIST_ORIGE_TARIF  =
                                   :GOTFB0F9.CSIST-ORIGE-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                   :GOTFB0F9.DRECEB-MOVTO-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                   :GOTFB0F9.NMOVTO-EVNTO-TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TDIFER_RECEI_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0025'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-GRAVAR-LINHA-PLANO         SECTION.
      *----------------------------------------------------------------*

           MOVE '3400-GRAVAR-LINHA-PLANO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CSIST-ORIGE-TARIF  OF GOTFB0F9 TO DIF-CSIST-ORIGE.
           MOVE DRECEB-MOVTO-TARIF OF GOTFB0F9 TO DIF-DRECEB-MOVTO.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0F9 TO DIF-NMOVTO-EVNTO.
           MOVE NCONTA-CLIEN       OF GOTFB0F9 TO DIF-NCONTA-CLIEN.
           MOVE VVALOR-PLANO       OF GOTFB0F9 TO DIF-VLR-PLANO.
           MOVE WRK-VLR-RECONH-MES      TO      DIF-VLR-RECONH-MES.
           MOVE VVALOR-RECONH      OF GOTFB0F9 TO DIF-VLR-RECONH-ACUM.
           MOVE WRK-VLR-REVERT-MES      TO      DIF-VLR-REVERT.
           MOVE WRK-VLR-SALDO-DIFER     TO      DIF-VLR-SALDO.
           MOVE IN-SITUACAO        OF GOTFB0F9 TO DIF-SITUACAO.

           WRITE FD-GOTF041R            FROM    WRK-LINHA-DIF.
           PERFORM 1150-TESTAR-FS-GOTF041R.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EMITE, POR ORIGEM, OS PARES DE LANCAMENTO DO MES:
      *    'DIFR' D RECEITA   / C DIFERIDA  (PLANOS NOVOS)
      *    'RECD' D DIFERIDA  / C RECEITA   (PARCELAS VENCIDAS)
      *    'RVDE' D DIFERIDA  / C RECEITA   (PLANO ESTORNADO)
      *    'RVDB' D DIFERIDA  / C PROVISAO  (PLANO BAIXADO)
      *    O TRAILER SO SAI BALANCEADO, COMO NO GOTF2CTB.
      *----------------------------------------------------------------*
       4000-CONTABILIZAR               SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-CONTABILIZAR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-DT-REFER            TO      HDR-DATA-CONTABIL.
           INITIALIZE GOTFWINT.
           MOVE WRK-ROTULO-HMAC-RAZAO   TO      GOTFWINT-ROTULO-CHAVE.
           SET  GOTFWINT-INICIAR        TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

           MOVE WRK-REG-HEADER-CTB      TO      FD-GOTF041S.
           WRITE FD-GOTF041S.
           PERFORM 1100-TESTAR-FS-GOTF041S.
           PERFORM 5990-INTEGRAR-GOTF041S.

           PERFORM 4100-CONTABILIZAR-ORIGEM
             VARYING WRK-IDX-ORI FROM 1 BY 1
               UNTIL WRK-IDX-ORI        GREATER WRK-QTD-ORIGENS.

           IF WRK-TOT-DEBITOS       NOT EQUAL   WRK-TOT-CREDITOS
              MOVE 'GOTF9991'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'INTERFACE CONTABIL DESBALANCEADA - ARQUIVO NAO LIBERADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE WRK-LANCTOS-GRAVADOS    TO      TRL-QTD-LANCTOS.
           MOVE WRK-TOT-DEBITOS         TO      TRL-TOT-DEBITOS.
           MOVE WRK-TOT-CREDITOS        TO      TRL-TOT-CREDITOS.
           MOVE SPACES                  TO      TRL-DIGEST.
           MOVE WRK-REG-TRAILER-CTB     TO      FD-GOTF041S.
           PERFORM 5990-INTEGRAR-GOTF041S.
           SET  GOTFWINT-FINALIZAR      TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.
           MOVE GOTFWINT-DIGEST         TO      TRL-DIGEST.
           MOVE WRK-REG-TRAILER-CTB     TO      FD-GOTF041S.
           WRITE FD-GOTF041S.
           PERFORM 1100-TESTAR-FS-GOTF041S.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-CONTABILIZAR-ORIGEM        SECTION.
      *----------------------------------------------------------------*

           MOVE '4100-CONTABILIZAR-ORIGEM' TO   FRWKGHEA-IDEN-PARAGRAFO.

           MOVE TAB-ORI-CSIST (WRK-IDX-ORI) TO  WRK-CSIST-LANCTO.

           MOVE 'DIFR'                  TO      WRK-CJUSTF-LANCTO.
           MOVE WRK-CONTA-RECEITA       TO      WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-DIFERIDA      TO      WRK-CONTA-CREDITO.
           MOVE TAB-ORI-DIFERIDO (WRK-IDX-ORI) TO WRK-VLR-LANCTO.
           PERFORM 4200-GRAVAR-PAR.

           MOVE 'RECD'                  TO      WRK-CJUSTF-LANCTO.
           MOVE WRK-CONTA-DIFERIDA      TO      WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-RECEITA       TO      WRK-CONTA-CREDITO.
           MOVE TAB-ORI-RECONHECIDO (WRK-IDX-ORI) TO WRK-VLR-LANCTO.
           PERFORM 4200-GRAVAR-PAR.

           MOVE 'RVDE'                  TO      WRK-CJUSTF-LANCTO.
           MOVE WRK-CONTA-DIFERIDA      TO      WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-RECEITA       TO      WRK-CONTA-CREDITO.
           MOVE TAB-ORI-REVERT-ESTORNO (WRK-IDX-ORI)
                                        TO      WRK-VLR-LANCTO.
           PERFORM 4200-GRAVAR-PAR.

           MOVE 'RVDB'                  TO      WRK-CJUSTF-LANCTO.
           MOVE WRK-CONTA-DIFERIDA      TO      WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-PROVISAO      TO      WRK-CONTA-CREDITO.
           MOVE TAB-ORI-REVERT-BAIXA (WRK-IDX-ORI)
                                        TO      WRK-VLR-LANCTO.
           PERFORM 4200-GRAVAR-PAR.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA O PAR DEBITO/CREDITO DO VALOR CORRENTE; VALOR ZERADO    *
      * NAO GERA LANCAMENTO                                            *
      *----------------------------------------------------------------*
       4200-GRAVAR-PAR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '4200-GRAVAR-PAR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-VLR-LANCTO            NOT GREATER ZEROS
              GO TO 4200-99-FIM
           END-IF.

           MOVE WRK-CONTA-DEBITO        TO      CTB-CONTA.
           MOVE 'D'                     TO      CTB-IND-DEB-CRED.
           PERFORM 5500-GRAVAR-LANCTO.

           MOVE WRK-CONTA-CREDITO       TO      CTB-CONTA.
           MOVE 'C'                     TO      CTB-IND-DEB-CRED.
           PERFORM 5500-GRAVAR-LANCTO.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * POSICIONA WRK-IDX-ORI-ACHADA NA ORIGEM DE WRK-CSIST-LIDO,     *
      * INCLUINDO-A NA TABELA QUANDO AINDA NAO EXISTE                  *
      *----------------------------------------------------------------*
       5100-LOCALIZAR-ORIGEM           SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-LOCALIZAR-ORIGEM' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-IDX-ORI-ACHADA.

           PERFORM 5110-COMPARAR-ORIGEM
             VARYING WRK-IDX-ORI FROM 1 BY 1
               UNTIL WRK-IDX-ORI        GREATER WRK-QTD-ORIGENS
                  OR WRK-IDX-ORI-ACHADA GREATER ZEROS.

           IF WRK-IDX-ORI-ACHADA        GREATER ZEROS
              GO TO 5100-99-FIM
           END-IF.

           IF WRK-QTD-ORIGENS  GREATER OR EQUAL WRK-MAX-ORIGENS
              MOVE 'GOTF9988'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'TABELA DE ORIGENS DO DIFERIDO EXCEDEU A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           ADD 1                        TO      WRK-QTD-ORIGENS.
           MOVE WRK-QTD-ORIGENS         TO      WRK-IDX-ORI-ACHADA.
           MOVE WRK-CSIST-LIDO
             TO TAB-ORI-CSIST (WRK-IDX-ORI-ACHADA).

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5110-COMPARAR-ORIGEM            SECTION.
      *----------------------------------------------------------------*

           IF TAB-ORI-CSIST (WRK-IDX-ORI) EQUAL WRK-CSIST-LIDO
              MOVE WRK-IDX-ORI          TO      WRK-IDX-ORI-ACHADA
           END-IF.

      *----------------------------------------------------------------*
       5110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5500-GRAVAR-LANCTO              SECTION.
      *----------------------------------------------------------------*

           MOVE '5500-GRAVAR-LANCTO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-DT-REFER            TO      CTB-DATA-CONTABIL.
           MOVE WRK-CSIST-LANCTO        TO      CTB-CSIST-ORIGE-TARIF.
           MOVE WRK-CJUSTF-LANCTO       TO      CTB-CJUSTF-EVNTO-TARIF.
           MOVE WRK-VLR-LANCTO          TO      CTB-VALOR.

           MOVE WRK-REG-CTB             TO      FD-GOTF041S.

           WRITE FD-GOTF041S.

           PERFORM 1100-TESTAR-FS-GOTF041S.
           PERFORM 5990-INTEGRAR-GOTF041S.

           ADD 1                        TO      WRK-LANCTOS-GRAVADOS.

           IF CTB-IND-DEB-CRED          EQUAL   'D'
              ADD CTB-VALOR             TO      WRK-TOT-DEBITOS
           ELSE
              ADD CTB-VALOR             TO      WRK-TOT-CREDITOS
           END-IF.

      *----------------------------------------------------------------*
       5500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULA NO DIGEST DE INTEGRIDADE O REGISTRO RECEM-GRAVADO
      *    EM GOTF041S
      *----------------------------------------------------------------*
       5990-INTEGRAR-GOTF041S          SECTION.
      *----------------------------------------------------------------*

           MOVE '5990-INTEGRAR-GOTF041S' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FD-GOTF041S             TO      GOTFWINT-REGISTRO.
           MOVE LENGTH OF FD-GOTF041S   TO      GOTFWINT-TAM-REGISTRO.
           SET  GOTFWINT-ACUMULAR       TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

      *----------------------------------------------------------------*
       5990-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5995-CHAMAR-GOTF1100            SECTION.
      *----------------------------------------------------------------*

           MOVE '5995-CHAMAR-GOTF1100'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           CALL WRK-GOTF1100            USING   GOTFWINT.

           IF NOT GOTFWINT-OK
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE SPACES               TO      FRWKGLIV-PARAMETROS
              STRING 'ERRO NO CONTROLE DE INTEGRIDADE GOTF1100 RC '
                                        DELIMITED BY SIZE
                     GOTFWINT-COD-RETORNO
                                        DELIMITED BY SIZE
                     ' ICSF '           DELIMITED BY SIZE
                     GOTFWINT-ICSF-RETORNO
                                        DELIMITED BY SIZE
                     '/'                DELIMITED BY SIZE
                     GOTFWINT-ICSF-MOTIVO
                                        DELIMITED BY SIZE
                INTO FRWKGLIV-PARAMETROS
              END-STRING
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       5995-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2DIF ***********'
           DISPLAY '*                              *'
           DISPLAY '*  RECEITA DIFERIDA PARCELAS   *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* COMPETENCIA       : ' WRK-AAMM-REFER-NUM
           DISPLAY '* DATA-BASE         : ' WRK-DT-REFER
           DISPLAY '* PLANOS NOVOS      : ' WRK-PLANOS-NOVOS
           DISPLAY '* PLANOS APURADOS   : ' WRK-PLANOS-LIDOS
           DISPLAY '* PLANOS CONCLUIDOS : ' WRK-PLANOS-CONCLUIDOS
           DISPLAY '* PLANOS REVERTIDOS : ' WRK-PLANOS-REVERTIDOS
           DISPLAY '* VALOR DIFERIDO    : ' WRK-TOT-DIFERIDO
           DISPLAY '* VALOR RECONHECIDO : ' WRK-TOT-RECONHECIDO
           DISPLAY '* VALOR REVERTIDO   : ' WRK-TOT-REVERTIDO
           DISPLAY '* SALDO DIFERIDO    : ' WRK-TOT-SALDO-DIFER
           DISPLAY '* LANCTOS GRAVADOS  : ' WRK-LANCTOS-GRAVADOS
           DISPLAY '* TOTAL DEBITOS     : ' WRK-TOT-DEBITOS
           DISPLAY '* TOTAL CREDITOS    : ' WRK-TOT-CREDITOS
           DISPLAY '*********** GOTF2DIF ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF041S
                 GOTF041R.

           PERFORM 1100-TESTAR-FS-GOTF041S.
           PERFORM 1150-TESTAR-FS-GOTF041R.

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

           MOVE 'GOTF2DIF'              TO      FRWKGHEA-NOME-PROGRAMA.

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
