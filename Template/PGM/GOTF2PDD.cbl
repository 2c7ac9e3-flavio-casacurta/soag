      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2PDD.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2PDD                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  DEZEMBRO/2027                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF040S          O              WRK-REG-CTB    *
      *                GOTF040R          O              WRK-LINHA-PDD  *
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
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TPARC_EVNTO_TARIF         GOTFB0D1       *
      *                DB2PRD.TPEND_COBR_TARIF          GOTFB0D2       *
      *                DB2PRD.TFAIXA_PROV_TARIF         GOTFB0F7       *
      *                DB2PRD.TPROV_DEVED_TARIF         GOTFB0F8       *
      *                DB2PRD.TDIFER_RECEI_TARIF        (CURSOR)       *
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
      *    POS 07    : 'R' = REPROCESSAMENTO - APAGA A FOTOGRAFIA JA   *
      *                GRAVADA DA COMPETENCIA E REGERA. SO DEVE SER    *
      *                USADO QUANDO O ARQUIVO DA PRIMEIRA EXECUCAO NAO *
      *                FOI LIBERADO PARA O RAZAO                       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DEZ/2027 - HOMI - PROGRAMA CRIADO. PROVISAO MENSAL PARA     *
      *               DEVEDORES DUVIDOSOS DE TARIFAS. NO FECHAMENTO DO *
      *               MES CLASSIFICA POR FAIXA DE ATRASO OS RECEBIVEIS *
      *               EM ABERTO NA DATA-BASE (ULTIMO DIA DA            *
      *               COMPETENCIA): REMETIDOS SEM RETORNO, RECUSADOS   *
      *               ('F'), EM RETENTATIVA (TPEND_COBR_TARIF) E       *
      *               PARCELAS VENCIDAS NAO PAGAS (TPARC_EVNTO_TARIF). *
      *               APLICA O PERCENTUAL DA FAIXA (TFAIXA_PROV_TARIF) *
      *               E GRAVA A FOTOGRAFIA POR ORIGEM E FAIXA EM       *
      *               TPROV_DEVED_TARIF. EM GOTF040S, NO LAYOUT DA     *
      *               INTERFACE DO RAZAO (GOTF006S), SAI SO A          *
      *               DIFERENCA ENTRE A PROVISAO EXIGIDA E O SALDO     *
      *               CONTABIL DA PROVISAO (EXIGIDA NO MES ANTERIOR    *
      *               MENOS AS BAIXAS 'BAIX' DO GOTF2RET NO MES, QUE O *
      *               GOTF2CTB PASSA A DEBITAR NA CONTA DE PROVISAO):  *
      *               CONSTITUICAO 'PDDC' OU REVERSAO 'PDDR'. O        *
      *               DEMONSTRATIVO GOTF040R SUBSTITUI A PLANILHA      *
      *               MONTADA A PARTIR DO RELATORIO DO GOTF2PND.       *
      *    JAN/2028 - HOMI - AS BAIXAS DO MES PASSAM A SER LIQUIDAS    *
      *               DAS REVERSOES 'RVDB' DO GOTF2DIF (PARTE AINDA    *
      *               DIFERIDA DOS PLANOS DE PARCELAMENTO BAIXADOS,    *
      *               DEVOLVIDA A CONTA DE PROVISAO). NO FECHAMENTO O  *
      *               GOTF2DIF DEVE RODAR ANTES DESTE PROGRAMA.        *
      *    MAR/2028 - HOMI - CONTROLE DE INTEGRIDADE DA INTERFACE: O   *
      *               TRAILER DE GOTF040S (LAYOUT DE GOTF006S) GANHA O *
      *               CAMPO TRL-DIGEST (FILLER 40 -> 8), COM O DIGEST  *
      *               HMAC-SHA-256 (MODULO GOTF1100, CHAVE             *
      *               'GOTF.HMAC.INTERFACE.RAZAO' NO CKDS) DE HEADER,  *
      *               DETALHES E DO PROPRIO TRAILER COM O CAMPO EM     *
      *               BRANCO, COMO NO GOTF2CTB.                        *
      *    MAR/2028 - HOMI - RECUPERACAO DE BAIXA: AS BAIXAS DO MES    *
      *               (CURSOR CBAX) PASSAM A SER LIQUIDAS TAMBEM DAS   *
      *               RECUPERACOES 'RECP' DO GOTF2RCP, QUE O GOTF2CTB  *
      *               CREDITA NA CONTA DE PROVISAO - O SALDO CONTABIL  *
      *               DA PROVISAO VOLTA A FECHAR COM O RAZAO.          *
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

           SELECT GOTF040S ASSIGN      TO   UT-S-GOTF040S
                      FILE STATUS      IS   WRK-FS-GOTF040S.

           SELECT GOTF040R ASSIGN      TO   UT-S-GOTF040R
                      FILE STATUS      IS   WRK-FS-GOTF040R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF040S - LANCAMENTOS DA PROVISAO PARA DEVEDORES    *
      *            DUVIDOSOS (LAYOUT DA INTERFACE CONTABIL GOTF006S)   *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF040S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF040S                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF040R - DEMONSTRATIVO DA PROVISAO POR ORIGEM E    *
      *            FAIXA DE ATRASO                                     *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  GOTF040R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF040R                 PIC  X(132).

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
      * CONTROLE DE INTEGRIDADE DE GOTF040S (MODULO GOTF1100): DIGEST  *
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

       01  WRK-SW-EOF-FAIXA            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-FAIXA                       VALUE 'S'.
       01  WRK-SW-EOF-ANTERIOR         PIC  X(01) VALUE 'N'.
           88  WRK-EOF-ANTERIOR                    VALUE 'S'.
       01  WRK-SW-EOF-BAIXA            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-BAIXA                       VALUE 'S'.
       01  WRK-SW-EOF-REVERSAO         PIC  X(01) VALUE 'N'.
           88  WRK-EOF-REVERSAO                    VALUE 'S'.
       01  WRK-SW-EOF-EVENTO           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-EVENTO                      VALUE 'S'.
       01  WRK-SW-EOF-PARCELA          PIC  X(01) VALUE 'N'.
           88  WRK-EOF-PARCELA                     VALUE 'S'.

       01  WRK-SW-REPROCESSO           PIC  X(01) VALUE 'N'.
           88  WRK-REPROCESSO                      VALUE 'R'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * COMPETENCIA DE REFERENCIA, DATA-BASE (ULTIMO DIA DO MES) E    *
      * COMPETENCIA ANTERIOR, DE ONDE VEM A PROVISAO JA CONSTITUIDA   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-AAMM-REFER.
         05  WRK-AAMM-REFER-AAAA       PIC  9(04).
         05  WRK-AAMM-REFER-MM         PIC  9(02).
       01  FILLER REDEFINES WRK-AAMM-REFER.
         05  WRK-AAMM-REFER-NUM        PIC  9(06).

       01  WRK-AAMM-ANTER.
         05  WRK-AAMM-ANTER-AAAA       PIC  9(04).
         05  WRK-AAMM-ANTER-MM         PIC  9(02).
       01  FILLER REDEFINES WRK-AAMM-ANTER.
         05  WRK-AAMM-ANTER-NUM        PIC  9(06).

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
      * VENCIMENTO DA PARCELA (PRIMEIRO DIA DO MES AAMM_VENCTO), BASE *
      * DA CONTAGEM DE DIAS DE ATRASO DAS PARCELAS                     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-AAMM-VENCTO.
         05  WRK-AAMM-VENCTO-AAAA      PIC  9(04).
         05  WRK-AAMM-VENCTO-MM        PIC  9(02).
       01  FILLER REDEFINES WRK-AAMM-VENCTO.
         05  WRK-AAMM-VENCTO-NUM       PIC  9(06).

       01  WRK-DT-VENCTO-PARC.
         05  WRK-DT-VENCTO-AAAA        PIC  9(04).
         05  FILLER                    PIC  X(01) VALUE '-'.
         05  WRK-DT-VENCTO-MM          PIC  9(02).
         05  FILLER                    PIC  X(03) VALUE '-01'.

       01  WRK-QTD-FOTO-EXISTENTE      PIC S9(09) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * AGREGADO LIDO DOS CURSORES DE RECEBIVEIS EM ABERTO            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CSIST-LIDO              PIC  X(03) VALUE SPACES.
       01  WRK-QDIAS-ATRASO            PIC S9(09) COMP VALUE ZEROS.
       01  WRK-QTD-LIDA                PIC S9(09) COMP VALUE ZEROS.
       01  WRK-VLR-LIDO                PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-BAIXA-LIDO          PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTAS CONTABEIS DA PROVISAO (PLANO DE CONTAS ACORDADO COM A  *
      * CONTABILIDADE): DESPESA DE PROVISAO E CONTA REDUTORA DO       *
      * ATIVO. A CONTA DE PROVISAO E A MESMA DEBITADA PELO GOTF2CTB   *
      * NAS BAIXAS 'BAIX'                                             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTA-DESP-PDD          PIC  X(10) VALUE '4901000001'.
       01  WRK-CONTA-PROVISAO          PIC  X(10) VALUE '1109000001'.
       01  WRK-CJUSTF-CONSTITUICAO     PIC  X(04) VALUE 'PDDC'.
       01  WRK-CJUSTF-REVERSAO         PIC  X(04) VALUE 'PDDR'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * FAIXAS DE ATRASO VIGENTES NA DATA-BASE, EM ORDEM DE DIAS      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-FAIXAS              PIC S9(04) COMP VALUE +20.
       01  WRK-QTD-FAIXAS              PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-FAI                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-FAI-ACHADA          PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-FAIXAS.
         05  WRK-TAB-FAI-ITEM          OCCURS 20 TIMES.
           10  TAB-FAI-CODIGO          PIC  X(02).
           10  TAB-FAI-DIAS-INI        PIC S9(09) COMP.
           10  TAB-FAI-DIAS-FIM        PIC S9(09) COMP.
           10  TAB-FAI-PERC            PIC S9(03)V9(04) COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * SALDOS POR ORIGEM: PROVISAO DO MES ANTERIOR, BAIXAS DO MES,   *
      * E SALDO EM ABERTO / PROVISAO EXIGIDA POR FAIXA                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-ORIGENS             PIC S9(04) COMP VALUE +100.
       01  WRK-QTD-ORIGENS             PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-ORI                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-ORI-ACHADA          PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-ORIGENS.
         05  WRK-TAB-ORI-ITEM          OCCURS 100 TIMES.
           10  TAB-ORI-CSIST           PIC  X(03).
           10  TAB-ORI-PROV-ANTER      PIC S9(13)V9(02) COMP-3.
           10  TAB-ORI-BAIXAS          PIC S9(13)V9(02) COMP-3.
           10  TAB-ORI-PROV-EXIGIDA    PIC S9(13)V9(02) COMP-3.
           10  TAB-ORI-FAIXA           OCCURS 20 TIMES.
             15  TAB-ORI-FAI-QTD       PIC S9(09) COMP.
             15  TAB-ORI-FAI-SALDO     PIC S9(13)V9(02) COMP-3.

       01  WRK-VLR-PROV-FAIXA          PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-SALDO-CTBIL         PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-DIFERENCA           PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-CSIST-LANCTO            PIC  X(03) VALUE SPACES.
       01  WRK-CJUSTF-LANCTO           PIC  X(04) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-AGREG-EVENTO-LIDOS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-AGREG-PARCELA-LIDOS   PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-FOTOS-GRAVADAS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LANCTOS-GRAVADOS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-DEBITOS           PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-TOT-CREDITOS          PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-TOT-SALDO-ABERTO      PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-TOT-PROV-EXIGIDA      PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-TOT-PROV-ANTER        PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-TOT-BAIXAS            PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF040S             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF040R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF040S                     ***'.
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
           '*** AREA DE SAIDA GOTF040R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-TITULO-PDD.
         05  FILLER                    PIC  X(060) VALUE
           'GOTF2PDD - PROVISAO PARA DEVEDORES DUVIDOSOS DE TARIFAS   '.
         05  FILLER                    PIC  X(013) VALUE
           'COMPETENCIA: '.
         05  TIT-AAMM-REFER            PIC  9(006).
         05  FILLER                    PIC  X(014) VALUE
           '   DATA-BASE: '.
         05  TIT-DT-REFER              PIC  X(010).
         05  FILLER                    PIC  X(029) VALUE SPACES.

       01  WRK-LINHA-CABEC-PDD.
         05  FILLER                    PIC  X(044) VALUE
           'ORIGEM FAIXA   DIAS DE  DIAS ATE   QTD ITENS'.
         05  FILLER                    PIC  X(050) VALUE
           '     SALDO EM ABERTO      PERC    PROVISAO EXIGIDA'.
         05  FILLER                    PIC  X(038) VALUE SPACES.

       01  WRK-LINHA-PDD.
         05  PDD-CSIST-ORIGE           PIC  X(003).
         05  FILLER                    PIC  X(004) VALUE SPACES.
         05  PDD-CFAIXA                PIC  X(002).
         05  FILLER                    PIC  X(003) VALUE SPACES.
         05  PDD-DIAS-INI              PIC  ZZZZ.ZZ9.
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  PDD-DIAS-FIM              PIC  ZZZZ.ZZ9.
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  PDD-QTD-ITENS             PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  PDD-SALDO-ABERTO          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  PDD-PERC                  PIC  ZZ9,9999.
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  PDD-PROV-EXIGIDA          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(040) VALUE SPACES.

       01  WRK-LINHA-TOTAL-PDD.
         05  FILLER                    PIC  X(007) VALUE 'ORIGEM '.
         05  TOT-CSIST-ORIGE           PIC  X(003).
         05  FILLER                    PIC  X(010) VALUE ' EXIGIDA: '.
         05  TOT-PROV-EXIGIDA          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(011) VALUE ' ANTERIOR: '.
         05  TOT-PROV-ANTER            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(009) VALUE ' BAIXAS: '.
         05  TOT-BAIXAS                PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(013) VALUE
           ' LANCAMENTO: '.
         05  TOT-DIFERENCA             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
         05  FILLER                    PIC  X(006) VALUE SPACES.

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
               INCLUDE GOTFB0B7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D1
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D2
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0F7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0F8
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * FAIXAS DE ATRASO VIGENTES NA DATA-BASE                         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CFAI CURSOR FOR
                SELECT CFAIXA_ATRASO,
                       QDIAS_INI_FAIXA,
                       QDIAS_FIM_FAIXA,
                       PERC_PROV_FAIXA
                  FROM DB2PRD.TFAIXA_PROV_TARIF
                 WHERE :WRK-DT-REFER
                              BETWEEN DINI_VIGEN_FAIXA
                                  AND DFIM_VIGEN_FAIXA
                 ORDER BY QDIAS_INI_FAIXA
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PROVISAO EXIGIDA NA COMPETENCIA ANTERIOR, POR ORIGEM           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CANT CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       SUM(VPROV_EXIGIDA)
                  FROM DB2PRD.TPROV_DEVED_TARIF
                 WHERE AAMM_REFER = :WRK-AAMM-ANTER-NUM
                 GROUP BY CSIST_ORIGE_TARIF
                 ORDER BY CSIST_ORIGE_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * BAIXAS POR ESGOTAMENTO DE COBRANCA (CONTRAPARTIDAS 'BAIX' DO  *
      * GOTF2RET) CONTABILIZADAS NA COMPETENCIA - MESMO CRITERIO DE   *
      * COMPETENCIA EFETIVA DO GOTF2CTB - LIQUIDAS DAS RECUPERACOES   *
      * DE BAIXA ('RECP' DO GOTF2RCP, POSITIVAS, QUE O GOTF2CTB       *
      * CREDITA NA PROVISAO). O VALOR LIQUIDO E NEGATIVO              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CBAX CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       SUM(VVALOR_COBR_TARIF)
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE CJUSTF_EVNTO_TARIF IN ('BAIX', 'RECP')
                   AND ((DT_COMPT_CTBIL     BETWEEN :WRK-DT-INI-MES
                                                AND :WRK-DT-REFER)
                    OR  (DT_COMPT_CTBIL     = '0001-01-01'
                         AND DRECEB_MOVTO_TARIF
                                            BETWEEN :WRK-DT-INI-MES
                                                AND :WRK-DT-REFER))
                 GROUP BY CSIST_ORIGE_TARIF
                 ORDER BY CSIST_ORIGE_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * REVERSOES 'RVDB' DO GOTF2DIF NA COMPETENCIA: PARTE AINDA      *
      * DIFERIDA DOS PLANOS DE PARCELAMENTO BAIXADOS, DEVOLVIDA A     *
      * CONTA DE PROVISAO                                              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CRDB CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       SUM(VVALOR_REVERT)
                  FROM DB2PRD.TDIFER_RECEI_TARIF
                 WHERE IN_SITUACAO = 'B'
                   AND AAMM_REVERT = :WRK-AAMM-REFER-NUM
                 GROUP BY CSIST_ORIGE_TARIF
                 ORDER BY CSIST_ORIGE_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * EVENTOS EM ABERTO NA DATA-BASE, POR ORIGEM E DIAS DE ATRASO   *
      * (CONTADOS DO LANCAMENTO DO EVENTO):                            *
      *  - REMETIDOS SEM RETORNO, FORA OS PARCELADOS (CUJAS PARCELAS  *
      *    SAO APURADAS NO CURSOR CPAR);                               *
      *  - RECUSADOS ('F');                                            *
      *  - COM RETENTATIVA PENDENTE EM TPEND_COBR_TARIF.              *
      * LIQUIDADOS, ESTORNADOS, BAIXADOS E PAGOS PARCIALMENTE (CUJO   *
      * RESIDUO E UM EVENTO PROPRIO) NAO ENTRAM                        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CEVT CURSOR FOR
                SELECT E.CSIST_ORIGE_TARIF,
                       E.QDIAS_ATRASO,
                       COUNT(*),
                       SUM(E.VVALOR_COBR_TARIF)
                  FROM (SELECT T.CSIST_ORIGE_TARIF,
                               DAYS(DATE(:WRK-DT-REFER)) -
                               DAYS(T.DRECEB_MOVTO_TARIF)
                                            AS QDIAS_ATRASO,
                               T.VVALOR_COBR_TARIF
                          FROM DB2PRD.TSIT_MOVTO_TARIF T
                         WHERE T.DRECEB_MOVTO_TARIF <= :WRK-DT-REFER
                           AND T.VVALOR_COBR_TARIF  >  0
                           AND T.CSIT_EVNTO_TARIF NOT IN
                                            ('L', 'E', 'B', 'Q')
                           AND ((T.IND_REMES_TARIF = 'S'
                                 AND T.CSIT_COBR_TARIF IS NULL
                                 AND NOT EXISTS
                                     (SELECT 1
                                        FROM DB2PRD.TPARC_EVNTO_TARIF P
                                       WHERE P.CSIST_ORIGE_TARIF  =
                                             T.CSIST_ORIGE_TARIF
                                         AND P.DRECEB_MOVTO_TARIF =
                                             T.DRECEB_MOVTO_TARIF
                                         AND P.NMOVTO_EVNTO_TARIF =
                                             T.NMOVTO_EVNTO_TARIF))
                             OR T.CSIT_EVNTO_TARIF = 'F'
                             OR EXISTS
                                (SELECT 1
                                   FROM DB2PRD.TPEND_COBR_TARIF D
                                  WHERE D.CSIST_ORIGE_TARIF  =
                                        T.CSIST_ORIGE_TARIF
                                    AND D.DRECEB_MOVTO_TARIF =
                                        T.DRECEB_MOVTO_TARIF
                                    AND D.NMOVTO_EVNTO_TARIF =
                                        T.NMOVTO_EVNTO_TARIF
                                    AND D.IN_SITUACAO        = 'P'))
                       ) AS E
                 GROUP BY E.CSIST_ORIGE_TARIF,
                          E.QDIAS_ATRASO
                 ORDER BY E.CSIST_ORIGE_TARIF,
                          E.QDIAS_ATRASO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARCELAS VENCIDAS ATE A COMPETENCIA E NAO PAGAS (PENDENTES OU *
      * REMETIDAS SEM RETORNO), POR ORIGEM E MES DE VENCIMENTO        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPAR CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       AAMM_VENCTO,
                       COUNT(*),
                       SUM(VVALOR_PARC)
                  FROM DB2PRD.TPARC_EVNTO_TARIF
                 WHERE IN_SITUACAO IN ('P', 'R')
                   AND AAMM_VENCTO <= :WRK-AAMM-REFER-NUM
                 GROUP BY CSIST_ORIGE_TARIF,
                          AAMM_VENCTO
                 ORDER BY CSIST_ORIGE_TARIF,
                          AAMM_VENCTO
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
               10  WRK-PARM-DADO-REPROC PIC  X(001).
               10  FILLER               PIC  X(073).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 2000-APURAR-EVENTOS.

           PERFORM 2500-APURAR-PARCELAS.

           PERFORM 3000-CONTABILIZAR.

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

           OPEN OUTPUT  GOTF040S
                        GOTF040R.

           PERFORM 1100-TESTAR-FS-GOTF040S.
           PERFORM 1150-TESTAR-FS-GOTF040R.

           PERFORM 1050-OBTER-COMPETENCIA.

           PERFORM 1070-VERIFICAR-FOTOGRAFIA.

           PERFORM 1200-CARREGAR-FAIXAS.

           PERFORM 1300-CARREGAR-ANTERIOR.

           PERFORM 1400-CARREGAR-BAIXAS.

           PERFORM 1450-CARREGAR-REVERSOES.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COMPETENCIA DO PARM (AAAAMM) OU, NA AUSENCIA, O MES DO DIA
      *    ANTERIOR AO DA EXECUCAO (JOB RODA NO PRIMEIRO DIA DO MES
      *    SEGUINTE). A DATA-BASE DA APURACAO E O ULTIMO DIA DO MES E
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

           IF WRK-PARM-TAM          IS GREATER THAN +6
              AND WRK-PARM-DADO-REPROC  EQUAL   'R'
              SET WRK-REPROCESSO        TO      TRUE
           END-IF.

           MOVE WRK-AAMM-REFER-AAAA     TO      WRK-DT-INI-MES-AAAA.
           MOVE WRK-AAMM-REFER-MM       TO      WRK-DT-INI-MES-MM.

           IF WRK-AAMM-REFER-MM         EQUAL   01
              COMPUTE WRK-AAMM-ANTER-AAAA = WRK-AAMM-REFER-AAAA - 1
              MOVE 12                   TO      WRK-AAMM-ANTER-MM
           ELSE
              MOVE WRK-AAMM-REFER-AAAA  TO      WRK-AAMM-ANTER-AAAA
              COMPUTE WRK-AAMM-ANTER-MM = WRK-AAMM-REFER-MM - 1
           END-IF.

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
      *    A FOTOGRAFIA DA COMPETENCIA E GRAVADA UMA UNICA VEZ: COM
      *    FOTOGRAFIA JA EXISTENTE O JOB SO PROSSEGUE EM
      *    REPROCESSAMENTO ('R' NO PARM), QUE A APAGA PARA REGERAR -
      *    SEM ISSO A RESSUBMISSAO DUPLICARIA O LANCAMENTO NO RAZAO.
      *----------------------------------------------------------------*
       1070-VERIFICAR-FOTOGRAFIA       SECTION.
      *----------------------------------------------------------------*

           MOVE '1070-VERIFICAR-FOTOGRAFIA' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-AAMM-REFER-NUM      TO      AAMM-REFER OF GOTFB0F8.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WRK-QTD-FOTO-EXISTENTE
               FROM DB2PRD.TPROV_DEVED_TARIF
              WHERE AAMM_REFER = :GOTFB0F8.AAMM-REFER
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)
              MOVE 'TPROV_DEVED_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0007'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-FOTO-EXISTENTE    EQUAL   ZEROS
              GO TO 1070-99-FIM
           END-IF.

           IF NOT WRK-REPROCESSO
              MOVE 'GOTF9974'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PROVISAO DA COMPETENCIA JA APURADA - USE REPROCESSO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           EXEC SQL
             DELETE FROM DB2PRD.TPROV_DEVED_TARIF
              WHERE AAMM_REFER = :GOTFB0F8.AAMM-REFER
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPROV_DEVED_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0008'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           DISPLAY 'GOTF2PDD REPROCESSAMENTO DA COMPETENCIA '
                   WRK-AAMM-REFER-NUM ' - FOTOGRAFIA ANTERIOR APAGADA'.

      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF040S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF040S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF040S       NOT EQUAL   '00'
              MOVE 'GOTF040S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF040S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-TESTAR-FS-GOTF040R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1150-TESTAR-FS-GOTF040R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF040R       NOT EQUAL   '00'
              MOVE 'GOTF040R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF040R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CARREGA EM MEMORIA AS FAIXAS DE ATRASO VIGENTES NA DATA-BASE; *
      * SEM FAIXA CADASTRADA NAO HA COMO APURAR A PROVISAO            *
      *----------------------------------------------------------------*
       1200-CARREGAR-FAIXAS            SECTION.
      *----------------------------------------------------------------*

           MOVE '1200-CARREGAR-FAIXAS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CFAI
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TFAIXA_PROV_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1210-LER-FAIXA.

           PERFORM 1220-GUARDAR-FAIXA
             UNTIL WRK-EOF-FAIXA.

           EXEC SQL
                CLOSE CFAI
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TFAIXA_PROV_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0012'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-FAIXAS            EQUAL   ZEROS
              MOVE 'GOTF9973'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'NENHUMA FAIXA DE PROVISAO VIGENTE NA DATA-BASE'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1210-LER-FAIXA                  SECTION.
      *----------------------------------------------------------------*

           MOVE '1210-LER-FAIXA'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CFAI
                 INTO :GOTFB0F7.CFAIXA-ATRASO,
                      :GOTFB0F7.QDIAS-INI-FAIXA,
                      :GOTFB0F7.QDIAS-FIM-FAIXA,
                      :GOTFB0F7.PERC-PROV-FAIXA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-FAIXA      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TFAIXA_PROV_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0011'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1220-GUARDAR-FAIXA              SECTION.
      *----------------------------------------------------------------*

           MOVE '1220-GUARDAR-FAIXA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-QTD-FAIXAS   GREATER OR EQUAL WRK-MAX-FAIXAS
              MOVE 'GOTF9988'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'TABELA DE FAIXAS DE PROVISAO EXCEDEU A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           ADD 1                        TO      WRK-QTD-FAIXAS.

           MOVE CFAIXA-ATRASO   OF GOTFB0F7
             TO TAB-FAI-CODIGO   (WRK-QTD-FAIXAS).
           MOVE QDIAS-INI-FAIXA OF GOTFB0F7
             TO TAB-FAI-DIAS-INI (WRK-QTD-FAIXAS).
           MOVE QDIAS-FIM-FAIXA OF GOTFB0F7
             TO TAB-FAI-DIAS-FIM (WRK-QTD-FAIXAS).
           MOVE PERC-PROV-FAIXA OF GOTFB0F7
             TO TAB-FAI-PERC     (WRK-QTD-FAIXAS).

           PERFORM 1210-LER-FAIXA.

      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PROVISAO EXIGIDA NA COMPETENCIA ANTERIOR, POR ORIGEM. A       *
      * ORIGEM QUE NAO TEM MAIS SALDO EM ABERTO CONTINUA NA TABELA    *
      * PARA QUE A SUA PROVISAO SEJA REVERTIDA                        *
      *----------------------------------------------------------------*
       1300-CARREGAR-ANTERIOR          SECTION.
      *----------------------------------------------------------------*

           MOVE '1300-CARREGAR-ANTERIOR' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CANT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPROV_DEVED_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1310-LER-ANTERIOR.

           PERFORM 1320-GUARDAR-ANTERIOR
             UNTIL WRK-EOF-ANTERIOR.

           EXEC SQL
                CLOSE CANT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPROV_DEVED_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0022'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1310-LER-ANTERIOR               SECTION.
      *----------------------------------------------------------------*

           MOVE '1310-LER-ANTERIOR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CANT
                 INTO :WRK-CSIST-LIDO,
                      :WRK-VLR-LIDO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-ANTERIOR   TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPROV_DEVED_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0021'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1320-GUARDAR-ANTERIOR           SECTION.
      *----------------------------------------------------------------*

           MOVE '1320-GUARDAR-ANTERIOR' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 5100-LOCALIZAR-ORIGEM.

           ADD WRK-VLR-LIDO
            TO TAB-ORI-PROV-ANTER (WRK-IDX-ORI-ACHADA).

           PERFORM 1310-LER-ANTERIOR.

      *----------------------------------------------------------------*
       1320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * BAIXAS 'BAIX' DA COMPETENCIA, POR ORIGEM: O GOTF2CTB JA AS    *
      * DEBITOU NA CONTA DE PROVISAO, QUE CHEGA AO FECHAMENTO COM A   *
      * PROVISAO ANTERIOR MENOS AS BAIXAS (GUARDADAS EM VALOR         *
      * POSITIVO)                                                      *
      *----------------------------------------------------------------*
       1400-CARREGAR-BAIXAS            SECTION.
      *----------------------------------------------------------------*

           MOVE '1400-CARREGAR-BAIXAS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CBAX
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1410-LER-BAIXA.

           PERFORM 1420-GUARDAR-BAIXA
             UNTIL WRK-EOF-BAIXA.

           EXEC SQL
                CLOSE CBAX
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0032'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1410-LER-BAIXA                  SECTION.
      *----------------------------------------------------------------*

           MOVE '1410-LER-BAIXA'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CBAX
                 INTO :WRK-CSIST-LIDO,
                      :WRK-VLR-BAIXA-LIDO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-BAIXA      TO      TRUE
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
       1410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1420-GUARDAR-BAIXA              SECTION.
      *----------------------------------------------------------------*

           MOVE '1420-GUARDAR-BAIXA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 5100-LOCALIZAR-ORIGEM.

           SUBTRACT WRK-VLR-BAIXA-LIDO
               FROM TAB-ORI-BAIXAS (WRK-IDX-ORI-ACHADA).

           PERFORM 1410-LER-BAIXA.

      *----------------------------------------------------------------*
       1420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REVERSOES 'RVDB' DA COMPETENCIA, POR ORIGEM: DEVOLVEM A       *
      * PROVISAO A PARTE NAO RECONHECIDA DOS PLANOS BAIXADOS, LOGO    *
      * ABATEM AS BAIXAS DO MES                                        *
      *----------------------------------------------------------------*
       1450-CARREGAR-REVERSOES         SECTION.
      *----------------------------------------------------------------*

           MOVE '1450-CARREGAR-REVERSOES' TO    FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CRDB
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TDIFER_RECEI_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0035'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1460-LER-REVERSAO.

           PERFORM 1470-GUARDAR-REVERSAO
             UNTIL WRK-EOF-REVERSAO.

           EXEC SQL
                CLOSE CRDB
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TDIFER_RECEI_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0037'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1460-LER-REVERSAO               SECTION.
      *----------------------------------------------------------------*

           MOVE '1460-LER-REVERSAO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CRDB
                 INTO :WRK-CSIST-LIDO,
                      :WRK-VLR-BAIXA-LIDO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-REVERSAO   TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TDIFER_RECEI_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0036'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       1460-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1470-GUARDAR-REVERSAO           SECTION.
      *----------------------------------------------------------------*

           MOVE '1470-GUARDAR-REVERSAO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 5100-LOCALIZAR-ORIGEM.

           SUBTRACT WRK-VLR-BAIXA-LIDO
               FROM TAB-ORI-BAIXAS (WRK-IDX-ORI-ACHADA).

           PERFORM 1460-LER-REVERSAO.

      *----------------------------------------------------------------*
       1470-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SALDO EM ABERTO DOS EVENTOS, POR ORIGEM E DIAS DE ATRASO       *
      *----------------------------------------------------------------*
       2000-APURAR-EVENTOS             SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-APURAR-EVENTOS'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CEVT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-EVENTO.

           PERFORM 2200-TRATAR-EVENTO
             UNTIL WRK-EOF-EVENTO.

           EXEC SQL
                CLOSE CEVT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0042'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-EVENTO                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-EVENTO'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CEVT
                 INTO :WRK-CSIST-LIDO,
                      :WRK-QDIAS-ATRASO,
                      :WRK-QTD-LIDA,
                      :WRK-VLR-LIDO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-EVENTO     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0041'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-AGREG-EVENTO-LIDOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-TRATAR-EVENTO              SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-TRATAR-EVENTO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 5000-ACUMULAR-SALDO.

           PERFORM 2100-LER-EVENTO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SALDO EM ABERTO DAS PARCELAS VENCIDAS, POR ORIGEM E MES DE    *
      * VENCIMENTO; O ATRASO CONTA DO PRIMEIRO DIA DO MES DE          *
      * VENCIMENTO ATE A DATA-BASE                                     *
      *----------------------------------------------------------------*
       2500-APURAR-PARCELAS            SECTION.
      *----------------------------------------------------------------*

           MOVE '2500-APURAR-PARCELAS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CPAR
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2600-LER-PARCELA.

           PERFORM 2700-TRATAR-PARCELA
             UNTIL WRK-EOF-PARCELA.

           EXEC SQL
                CLOSE CPAR
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0052'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-LER-PARCELA                SECTION.
      *----------------------------------------------------------------*

           MOVE '2600-LER-PARCELA'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPAR
                 INTO :WRK-CSIST-LIDO,
                      :GOTFB0D1.AAMM-VENCTO,
                      :WRK-QTD-LIDA,
                      :WRK-VLR-LIDO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-PARCELA    TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPARC_EVNTO_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0051'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-AGREG-PARCELA-LIDOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-TRATAR-PARCELA             SECTION.
      *----------------------------------------------------------------*

           MOVE '2700-TRATAR-PARCELA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE AAMM-VENCTO OF GOTFB0D1 TO      WRK-AAMM-VENCTO-NUM.
           MOVE WRK-AAMM-VENCTO-AAAA    TO      WRK-DT-VENCTO-AAAA.
           MOVE WRK-AAMM-VENCTO-MM      TO      WRK-DT-VENCTO-MM.

           EXEC SQL
                SELECT DAYS(DATE(:WRK-DT-REFER)) -
                       DAYS(DATE(:WRK-DT-VENCTO-PARC))
                  INTO :WRK-QDIAS-ATRASO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0055'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 5000-ACUMULAR-SALDO.

           PERFORM 2600-LER-PARCELA.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PARA CADA ORIGEM: PROVISAO EXIGIDA POR FAIXA (FOTOGRAFIA E
      *    DEMONSTRATIVO), SALDO CONTABIL DA PROVISAO (ANTERIOR MENOS
      *    BAIXAS DO MES) E O PAR DE LANCAMENTOS DA DIFERENCA:
      *    EXIGIDA MAIOR - CONSTITUICAO 'PDDC' (D DESPESA / C
      *    PROVISAO); EXIGIDA MENOR - REVERSAO 'PDDR' (D PROVISAO /
      *    C DESPESA). O TRAILER SO SAI BALANCEADO, COMO NO GOTF2CTB.
      *----------------------------------------------------------------*
       3000-CONTABILIZAR               SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-CONTABILIZAR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-DT-REFER            TO      HDR-DATA-CONTABIL.
           INITIALIZE GOTFWINT.
           MOVE WRK-ROTULO-HMAC-RAZAO   TO      GOTFWINT-ROTULO-CHAVE.
           SET  GOTFWINT-INICIAR        TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

           MOVE WRK-REG-HEADER-CTB      TO      FD-GOTF040S.
           WRITE FD-GOTF040S.
           PERFORM 1100-TESTAR-FS-GOTF040S.
           PERFORM 5990-INTEGRAR-GOTF040S.

           MOVE WRK-AAMM-REFER-NUM      TO      TIT-AAMM-REFER.
           MOVE WRK-DT-REFER            TO      TIT-DT-REFER.
           WRITE FD-GOTF040R            FROM    WRK-LINHA-TITULO-PDD.
           PERFORM 1150-TESTAR-FS-GOTF040R.
           WRITE FD-GOTF040R            FROM    WRK-LINHA-CABEC-PDD.
           PERFORM 1150-TESTAR-FS-GOTF040R.

           PERFORM 3100-TRATAR-ORIGEM
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
           MOVE WRK-REG-TRAILER-CTB     TO      FD-GOTF040S.
           PERFORM 5990-INTEGRAR-GOTF040S.
           SET  GOTFWINT-FINALIZAR      TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.
           MOVE GOTFWINT-DIGEST         TO      TRL-DIGEST.
           MOVE WRK-REG-TRAILER-CTB     TO      FD-GOTF040S.
           WRITE FD-GOTF040S.
           PERFORM 1100-TESTAR-FS-GOTF040S.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-TRATAR-ORIGEM              SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-TRATAR-ORIGEM'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS          TO TAB-ORI-PROV-EXIGIDA (WRK-IDX-ORI).

           PERFORM 3200-TRATAR-FAIXA
             VARYING WRK-IDX-FAI FROM 1 BY 1
               UNTIL WRK-IDX-FAI        GREATER WRK-QTD-FAIXAS.

           COMPUTE WRK-VLR-SALDO-CTBIL =
                   TAB-ORI-PROV-ANTER (WRK-IDX-ORI) -
                   TAB-ORI-BAIXAS     (WRK-IDX-ORI).

           COMPUTE WRK-VLR-DIFERENCA   =
                   TAB-ORI-PROV-EXIGIDA (WRK-IDX-ORI) -
                   WRK-VLR-SALDO-CTBIL.

           MOVE TAB-ORI-CSIST (WRK-IDX-ORI) TO  WRK-CSIST-LANCTO.

           EVALUATE TRUE
              WHEN WRK-VLR-DIFERENCA    IS GREATER THAN ZEROS
                 MOVE WRK-CJUSTF-CONSTITUICAO TO WRK-CJUSTF-LANCTO
                 MOVE WRK-CONTA-DESP-PDD TO     CTB-CONTA
                 MOVE 'D'               TO      CTB-IND-DEB-CRED
                 PERFORM 5500-GRAVAR-LANCTO
                 MOVE WRK-CONTA-PROVISAO TO     CTB-CONTA
                 MOVE 'C'               TO      CTB-IND-DEB-CRED
                 PERFORM 5500-GRAVAR-LANCTO
              WHEN WRK-VLR-DIFERENCA    IS LESS THAN ZEROS
                 MOVE WRK-CJUSTF-REVERSAO TO    WRK-CJUSTF-LANCTO
                 MOVE WRK-CONTA-PROVISAO TO     CTB-CONTA
                 MOVE 'D'               TO      CTB-IND-DEB-CRED
                 PERFORM 5500-GRAVAR-LANCTO
                 MOVE WRK-CONTA-DESP-PDD TO     CTB-CONTA
                 MOVE 'C'               TO      CTB-IND-DEB-CRED
                 PERFORM 5500-GRAVAR-LANCTO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE WRK-CSIST-LANCTO        TO      TOT-CSIST-ORIGE.
           MOVE TAB-ORI-PROV-EXIGIDA (WRK-IDX-ORI)
                                        TO      TOT-PROV-EXIGIDA.
           MOVE TAB-ORI-PROV-ANTER (WRK-IDX-ORI)
                                        TO      TOT-PROV-ANTER.
           MOVE TAB-ORI-BAIXAS (WRK-IDX-ORI)
                                        TO      TOT-BAIXAS.
           MOVE WRK-VLR-DIFERENCA       TO      TOT-DIFERENCA.
           WRITE FD-GOTF040R            FROM    WRK-LINHA-TOTAL-PDD.
           PERFORM 1150-TESTAR-FS-GOTF040R.

           ADD TAB-ORI-PROV-EXIGIDA (WRK-IDX-ORI)
                                        TO      WRK-TOT-PROV-EXIGIDA.
           ADD TAB-ORI-PROV-ANTER (WRK-IDX-ORI)
                                        TO      WRK-TOT-PROV-ANTER.
           ADD TAB-ORI-BAIXAS (WRK-IDX-ORI)
                                        TO      WRK-TOT-BAIXAS.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PROVISAO EXIGIDA DA FAIXA; FAIXA SEM SALDO EM ABERTO NAO GERA *
      * FOTOGRAFIA NEM LINHA NO DEMONSTRATIVO                          *
      *----------------------------------------------------------------*
       3200-TRATAR-FAIXA               SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-TRATAR-FAIXA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF TAB-ORI-FAI-QTD (WRK-IDX-ORI WRK-IDX-FAI) EQUAL ZEROS
              GO TO 3200-99-FIM
           END-IF.

           COMPUTE WRK-VLR-PROV-FAIXA ROUNDED =
                   TAB-ORI-FAI-SALDO (WRK-IDX-ORI WRK-IDX-FAI) *
                   TAB-FAI-PERC (WRK-IDX-FAI) / 100.

           ADD WRK-VLR-PROV-FAIXA
            TO TAB-ORI-PROV-EXIGIDA (WRK-IDX-ORI).
           ADD TAB-ORI-FAI-SALDO (WRK-IDX-ORI WRK-IDX-FAI)
            TO WRK-TOT-SALDO-ABERTO.

           PERFORM 3250-GRAVAR-FOTOGRAFIA.

           MOVE TAB-ORI-CSIST (WRK-IDX-ORI) TO  PDD-CSIST-ORIGE.
           MOVE TAB-FAI-CODIGO (WRK-IDX-FAI) TO PDD-CFAIXA.
           MOVE TAB-FAI-DIAS-INI (WRK-IDX-FAI) TO PDD-DIAS-INI.
           MOVE TAB-FAI-DIAS-FIM (WRK-IDX-FAI) TO PDD-DIAS-FIM.
           MOVE TAB-ORI-FAI-QTD (WRK-IDX-ORI WRK-IDX-FAI)
                                        TO      PDD-QTD-ITENS.
           MOVE TAB-ORI-FAI-SALDO (WRK-IDX-ORI WRK-IDX-FAI)
                                        TO      PDD-SALDO-ABERTO.
           MOVE TAB-FAI-PERC (WRK-IDX-FAI) TO   PDD-PERC.
           MOVE WRK-VLR-PROV-FAIXA      TO      PDD-PROV-EXIGIDA.
           WRITE FD-GOTF040R            FROM    WRK-LINHA-PDD.
           PERFORM 1150-TESTAR-FS-GOTF040R.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3250-GRAVAR-FOTOGRAFIA          SECTION.
      *----------------------------------------------------------------*

           MOVE '3250-GRAVAR-FOTOGRAFIA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-AAMM-REFER-NUM      TO      AAMM-REFER OF GOTFB0F8.
           MOVE TAB-ORI-CSIST (WRK-IDX-ORI)
                                        TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0F8.
           MOVE TAB-FAI-CODIGO (WRK-IDX-FAI)
                                        TO      CFAIXA-ATRASO
                                                OF GOTFB0F8.
           MOVE TAB-ORI-FAI-QTD (WRK-IDX-ORI WRK-IDX-FAI)
                                        TO      QTD-ITEM-ABERTO
                                                OF GOTFB0F8.
           MOVE TAB-ORI-FAI-SALDO (WRK-IDX-ORI WRK-IDX-FAI)
                                        TO      VSALDO-ABERTO
                                                OF GOTFB0F8.
           MOVE TAB-FAI-PERC (WRK-IDX-FAI)
                                        TO      PERC-PROV-FAIXA
                                                OF GOTFB0F8.
           MOVE WRK-VLR-PROV-FAIXA      TO      VPROV-EXIGIDA
                                                OF GOTFB0F8.

           EXEC SQL
             INSERT INTO DB2PRD.TPROV_DEVED_TARIF
                   (AAMM_REFER         ,
                    CSIST_ORIGE_TARIF  ,
                    CFAIXA_ATRASO      ,
                    QTD_ITEM_ABERTO    ,
                    VSALDO_ABERTO      ,
                    PERC_PROV_FAIXA    ,
                    VPROV_EXIGIDA      ,
                    DT_CALC_PROV)
               VALUES
                   (:GOTFB0F8.AAMM-REFER         ,
                    :GOTFB0F8.CSIST-ORIGE-TARIF  ,
                    :GOTFB0F8.CFAIXA-ATRASO      ,
                    :GOTFB0F8.QTD-ITEM-ABERTO    ,
                    :GOTFB0F8.VSALDO-ABERTO      ,
                    :GOTFB0F8.PERC-PROV-FAIXA    ,
                    :GOTFB0F8.VPROV-EXIGIDA      ,
                    CHAR(CURRENT DATE, ISO))
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPROV_DEVED_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0060'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-FOTOS-GRAVADAS.

      *----------------------------------------------------------------*
       3250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LEVA O AGREGADO LIDO (ORIGEM, DIAS DE ATRASO, QUANTIDADE E    *
      * VALOR) A FAIXA DE ATRASO DA ORIGEM. ATRASO SEM FAIXA          *
      * CADASTRADA E ERRO DE PARAMETRIZACAO: A PROVISAO NAO PODE      *
      * SAIR INCOMPLETA                                                *
      *----------------------------------------------------------------*
       5000-ACUMULAR-SALDO             SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-ACUMULAR-SALDO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 5100-LOCALIZAR-ORIGEM.

           MOVE ZEROS                   TO      WRK-IDX-FAI-ACHADA.

           PERFORM 5210-COMPARAR-FAIXA
             VARYING WRK-IDX-FAI FROM 1 BY 1
               UNTIL WRK-IDX-FAI        GREATER WRK-QTD-FAIXAS
                  OR WRK-IDX-FAI-ACHADA GREATER ZEROS.

           IF WRK-IDX-FAI-ACHADA        EQUAL   ZEROS
              MOVE 'GOTF9973'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE SPACES               TO      FRWKGLIV-PARAMETROS
              STRING 'ATRASO SEM FAIXA DE PROVISAO - ORIGEM '
                                        DELIMITED BY SIZE
                     WRK-CSIST-LIDO     DELIMITED BY SIZE
                INTO FRWKGLIV-PARAMETROS
              END-STRING
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           ADD WRK-QTD-LIDA
            TO TAB-ORI-FAI-QTD   (WRK-IDX-ORI-ACHADA
                                  WRK-IDX-FAI-ACHADA).
           ADD WRK-VLR-LIDO
            TO TAB-ORI-FAI-SALDO (WRK-IDX-ORI-ACHADA
                                  WRK-IDX-FAI-ACHADA).

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
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
              MOVE 'TABELA DE ORIGENS DA PROVISAO EXCEDEU A MEMORIA'
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
       5210-COMPARAR-FAIXA             SECTION.
      *----------------------------------------------------------------*

           IF WRK-QDIAS-ATRASO  NOT LESS    TAB-FAI-DIAS-INI
                                                (WRK-IDX-FAI)
              AND WRK-QDIAS-ATRASO NOT GREATER TAB-FAI-DIAS-FIM
                                                (WRK-IDX-FAI)
              MOVE WRK-IDX-FAI          TO      WRK-IDX-FAI-ACHADA
           END-IF.

      *----------------------------------------------------------------*
       5210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA UM DETALHE DO PAR DE LANCAMENTOS DA DIFERENCA, SEMPRE   *
      * COM O VALOR ABSOLUTO (A DIRECAO JA VEM NO PAR DE CONTAS)      *
      *----------------------------------------------------------------*
       5500-GRAVAR-LANCTO              SECTION.
      *----------------------------------------------------------------*

           MOVE '5500-GRAVAR-LANCTO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-DT-REFER            TO      CTB-DATA-CONTABIL.
           MOVE WRK-CSIST-LANCTO        TO      CTB-CSIST-ORIGE-TARIF.
           MOVE WRK-CJUSTF-LANCTO       TO      CTB-CJUSTF-EVNTO-TARIF.
           MOVE WRK-VLR-DIFERENCA       TO      CTB-VALOR.

           MOVE WRK-REG-CTB             TO      FD-GOTF040S.

           WRITE FD-GOTF040S.

           PERFORM 1100-TESTAR-FS-GOTF040S.
           PERFORM 5990-INTEGRAR-GOTF040S.

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
      *    EM GOTF040S
      *----------------------------------------------------------------*
       5990-INTEGRAR-GOTF040S          SECTION.
      *----------------------------------------------------------------*

           MOVE '5990-INTEGRAR-GOTF040S' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FD-GOTF040S             TO      GOTFWINT-REGISTRO.
           MOVE LENGTH OF FD-GOTF040S   TO      GOTFWINT-TAM-REGISTRO.
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

           DISPLAY '*********** GOTF2PDD ***********'
           DISPLAY '*                              *'
           DISPLAY '*  PROVISAO DEVEDOR DUVIDOSO   *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* COMPETENCIA       : ' WRK-AAMM-REFER-NUM
           DISPLAY '* DATA-BASE         : ' WRK-DT-REFER
           DISPLAY '* AGREG. EVENTOS    : ' WRK-AGREG-EVENTO-LIDOS
           DISPLAY '* AGREG. PARCELAS   : ' WRK-AGREG-PARCELA-LIDOS
           DISPLAY '* SALDO EM ABERTO   : ' WRK-TOT-SALDO-ABERTO
           DISPLAY '* PROVISAO EXIGIDA  : ' WRK-TOT-PROV-EXIGIDA
           DISPLAY '* PROVISAO ANTERIOR : ' WRK-TOT-PROV-ANTER
           DISPLAY '* BAIXAS DO MES     : ' WRK-TOT-BAIXAS
           DISPLAY '* FOTOGRAFIAS       : ' WRK-FOTOS-GRAVADAS
           DISPLAY '* LANCTOS GRAVADOS  : ' WRK-LANCTOS-GRAVADOS
           DISPLAY '* TOTAL DEBITOS     : ' WRK-TOT-DEBITOS
           DISPLAY '* TOTAL CREDITOS    : ' WRK-TOT-CREDITOS
           DISPLAY '*********** GOTF2PDD ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF040S
                 GOTF040R.

           PERFORM 1100-TESTAR-FS-GOTF040S.
           PERFORM 1150-TESTAR-FS-GOTF040R.

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

           MOVE 'GOTF2PDD'              TO      FRWKGHEA-NOME-PROGRAMA.

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
