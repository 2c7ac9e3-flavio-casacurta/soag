      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2CNC.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2CNC                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  JANEIRO/2028                                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF042E          I              WRK-REG-SLD    *
      *                GOTF042R          O              WRK-LINHA-CNC  *
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
      *                DB2PRD.TSIT_MOVTO_TARIF          (CURSOR)       *
      *                DB2PRD.TREGRA_IMPTO_TARIF        GOTFB0D4       *
      *                DB2PRD.TFECH_COMPT_TARIF         GOTFB0E5       *
      *                DB2PRD.TCTRL_LANC_CTBIL          GOTFB0E6       *
      *                DB2PRD.TPARC_EVNTO_TARIF         (CURSOR)       *
      *                DB2PRD.TDIFER_RECEI_TARIF        (CURSOR)       *
      *                DB2PRD.TPROV_DEVED_TARIF         (CURSOR)       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POS 01-06 : COMPETENCIA AAAAMM (PADRAO = MES DO DIA         *
      *                ANTERIOR AO DA EXECUCAO)                        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    JAN/2028 - HOMI - PROGRAMA CRIADO. CONCILIACAO MENSAL DO    *
      *               SUBLEDGER DE TARIFAS COM OS SALDOS DO RAZAO.     *
      *               PARA A COMPETENCIA JA FECHADA NO GOTF2CTB        *
      *               (TFECH_COMPT_TARIF) LE O ARQUIVO DE SALDOS DAS   *
      *               CONTAS DE TARIFAS ENVIADO PELA CONTABILIDADE     *
      *               (GOTF042E) E RECALCULA O MOVIMENTO ESPERADO DE   *
      *               CADA CONTA, POR ORIGEM E CLASSE, COM AS MESMAS   *
      *               REGRAS DAS INTERFACES QUE ALIMENTAM O RAZAO:     *
      *               (1) GOTF2CTB - AGREGADOS DIARIOS DE              *
      *               TSIT_MOVTO_TARIF PELA COMPETENCIA EFETIVA DO     *
      *               EVENTO (DT_COMPT_CTBIL OU DRECEB), COM O PAR DA  *
      *               TARIFA, A BAIXA NA PROVISAO E OS IMPOSTOS DE     *
      *               TREGRA_IMPTO_TARIF VIGENTES EM CADA DATA;        *
      *               (2) GOTF2DIF - DIFERIMENTO, RECONHECIMENTO E     *
      *               REVERSOES DOS PLANOS DE PARCELAMENTO;            *
      *               (3) GOTF2PDD - CONSTITUICAO/REVERSAO DA          *
      *               PROVISAO PELAS FOTOGRAFIAS DE TPROV_DEVED_TARIF. *
      *               O SALDO ESPERADO (SALDO ANTERIOR DO RAZAO MAIS   *
      *               O MOVIMENTO ESPERADO) E COMPARADO COM O SALDO DO *
      *               RAZAO. O RELATORIO GOTF042R ABRE CADA CONTA POR  *
      *               ORIGEM E CLASSE COM O QUE FOI ACEITO, ESTA SEM   *
      *               RESPOSTA OU FOI RECUSADO EM TCTRL_LANC_CTBIL E   *
      *               LISTA AS LINHAS AINDA RECUSADAS OU SEM RESPOSTA. *
      *               CONTA DIVERGENTE ENCERRA COM RETURN-CODE 4. O    *
      *               JOB E SO-LEITURA E PODE SER REPETIDO.            *
      *    MAR/2028 - HOMI - RECUPERACAO DE BAIXA: A CONTRAPARTIDA     *
      *               'RECP' DO GOTF2RCP E REPRODUZIDA COMO NO GOTF2CTB*
      *               (D CLIENTE / C PROVISAO) E ABATE AS BAIXAS DO MES*
      *               NO SALDO CONTABIL DA PROVISAO, COMO NO GOTF2PDD. *
      *    MAR/2028 - HOMI - ENCARGOS DE MORA: O AGREGADO 'MORA' E     *
      *               REPRODUZIDO COMO NO GOTF2CTB - D CLIENTE / C     *
      *               RECEITA DE ENCARGOS DE MORA                      *
      *               (WRK-CONTA-RECEITA-MORA 4101000002).             *
      *    AGO/2028 - HOMI - COMPENSACAO DA OUVIDORIA: O AGREGADO      *
      *               'COMP' E REPRODUZIDO COMO NO GOTF2CTB - D        *
      *               DESPESA DE COMPENSACAO                           *
      *               (WRK-CONTA-DESPESA-COMPENS 5101000001) / C       *
      *               CLIENTE - SEM IMPOSTOS.                          *
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

           SELECT GOTF042E ASSIGN      TO   UT-S-GOTF042E
                      FILE STATUS      IS   WRK-FS-GOTF042E.

           SELECT GOTF042R ASSIGN      TO   UT-S-GOTF042R
                      FILE STATUS      IS   WRK-FS-GOTF042R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT:  GOTF042E - SALDOS DO RAZAO DAS CONTAS DE TARIFAS NO  *
      *            FECHAMENTO DA COMPETENCIA (ENVIADO PELA             *
      *            CONTABILIDADE)                                      *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF042E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF042E                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF042R - CONCILIACAO SUBLEDGER X RAZAO             *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  GOTF042R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF042R                 PIC  X(132).

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

       01  WRK-SW-EOF-GOTF042E         PIC  X(01) VALUE 'N'.
           88  WRK-EOF-GOTF042E                    VALUE 'S'.
       01  WRK-SW-TRAILER-LIDO         PIC  X(01) VALUE 'N'.
           88  WRK-TRAILER-LIDO                    VALUE 'S'.
       01  WRK-SW-EOF-IMPOSTO          PIC  X(01) VALUE 'N'.
           88  WRK-EOF-IMPOSTO                     VALUE 'S'.
       01  WRK-SW-EOF-AGREGADO         PIC  X(01) VALUE 'N'.
           88  WRK-EOF-AGREGADO                    VALUE 'S'.
       01  WRK-SW-EOF-DIFERIDO         PIC  X(01) VALUE 'N'.
           88  WRK-EOF-DIFERIDO                    VALUE 'S'.
       01  WRK-SW-EOF-PROVISAO         PIC  X(01) VALUE 'N'.
           88  WRK-EOF-PROVISAO                    VALUE 'S'.
       01  WRK-SW-EOF-CONTROLE         PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CONTROLE                    VALUE 'S'.
       01  WRK-SW-EOF-PENDENTE         PIC  X(01) VALUE 'N'.
           88  WRK-EOF-PENDENTE                    VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * COMPETENCIA CONCILIADA: PRIMEIRO E ULTIMO DIA E COMPETENCIA   *
      * ANTERIOR (FOTOGRAFIA DA PROVISAO DO MES ANTERIOR)              *
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

       01  WRK-QTD-FECHAMENTO          PIC S9(09) COMP VALUE ZEROS.
       01  WRK-QTD-FOTOGRAFIA          PIC S9(09) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTAS CONTABEIS DAS INTERFACES (MESMAS DO GOTF2CTB, GOTF2DIF *
      * E GOTF2PDD)                                                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTA-RECEITA           PIC  X(10) VALUE '4101000001'.
       01  WRK-CONTA-CLIENTE           PIC  X(10) VALUE '1102000001'.
       01  WRK-CONTA-PROVISAO          PIC  X(10) VALUE '1109000001'.
       01  WRK-CONTA-DIFERIDA          PIC  X(10) VALUE '2301000001'.
       01  WRK-CONTA-DESPESA-PDD       PIC  X(10) VALUE '4901000001'.
       01  WRK-CONTA-RECEITA-MORA      PIC  X(10) VALUE '4101000002'.
       01  WRK-CONTA-DESPESA-COMPENS   PIC  X(10) VALUE '5101000001'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * AGREGADO CORRENTE E PAR DE LANCAMENTO ESPERADO. OS VALORES    *
      * ESPERADOS E DO RAZAO SAO GUARDADOS COM SINAL: DEBITO POSITIVO *
      * E CREDITO NEGATIVO                                             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-DT-AGREGADO             PIC  X(10) VALUE SPACES.
       01  WRK-CSIST-AGREG             PIC  X(03) VALUE SPACES.
       01  WRK-CJUSTF-AGREG            PIC  X(04) VALUE SPACES.
       01  WRK-VLR-AGREGADO            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-ABSOLUTO            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-IMPOSTO             PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-SIT-CONTROLE            PIC  X(01) VALUE SPACES.

       01  WRK-FONTE-LANCTO            PIC  X(03) VALUE SPACES.
       01  WRK-CSIST-LANCTO            PIC  X(03) VALUE SPACES.
       01  WRK-CJUSTF-LANCTO           PIC  X(04) VALUE SPACES.
       01  WRK-CONTA-DEBITO            PIC  X(10) VALUE SPACES.
       01  WRK-CONTA-CREDITO           PIC  X(10) VALUE SPACES.
       01  WRK-CONTA-LANCTO            PIC  X(10) VALUE SPACES.
       01  WRK-VLR-LANCTO              PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-SINAL               PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-DIFERENCA           PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-SALDO-ESPER         PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-CONTABIL            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * REGRAS DE IMPOSTO DE TREGRA_IMPTO_TARIF, COM A VIGENCIA - A   *
      * REGRA APLICADA A CADA AGREGADO E A VIGENTE NA DATA CONTABIL   *
      * DELE, COMO NO GOTF2CTB                                         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-IMPOSTOS            PIC S9(04) COMP VALUE +200.
       01  WRK-QTD-IMPOSTOS            PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-IMP                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-IMPOSTOS.
         05  WRK-TAB-IMP-ITEM          OCCURS 200 TIMES.
           10  TAB-IMP-TIPO            PIC  X(03).
           10  TAB-IMP-ALIQ            PIC S9(03)V9(04) COMP-3.
           10  TAB-IMP-ORIGE           PIC  X(03).
           10  TAB-IMP-CJUSTF          PIC  X(04).
           10  TAB-IMP-CTA-DESP        PIC  X(10).
           10  TAB-IMP-CTA-RECOL       PIC  X(10).
           10  TAB-IMP-DINI            PIC  X(10).
           10  TAB-IMP-DFIM            PIC  X(10).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTAS CONCILIADAS: SALDOS DO RAZAO E MOVIMENTO ESPERADO      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-CONTAS              PIC S9(04) COMP VALUE +200.
       01  WRK-QTD-CONTAS              PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-CTA                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-CTA-ACHADA          PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-CONTAS.
         05  WRK-TAB-CTA-ITEM          OCCURS 200 TIMES.
           10  TAB-CTA-CONTA           PIC  X(10).
           10  TAB-CTA-IN-RAZAO        PIC  X(01).
           10  TAB-CTA-SALDO-ANTER     PIC S9(13)V9(02) COMP-3.
           10  TAB-CTA-MOVTO-RAZAO     PIC S9(13)V9(02) COMP-3.
           10  TAB-CTA-SALDO-RAZAO     PIC S9(13)V9(02) COMP-3.
           10  TAB-CTA-MOVTO-ESPER     PIC S9(13)V9(02) COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ABERTURA DO MOVIMENTO POR CONTA, ORIGEM E CLASSE: ESPERADO E  *
      * O QUE A INTERFACE DO GOTF2CTB TEM EM TCTRL_LANC_CTBIL NA      *
      * COMPETENCIA, POR SITUACAO                                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-ITENS               PIC S9(04) COMP VALUE +3000.
       01  WRK-QTD-ITENS               PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-ITE                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-ITE-ACHADO          PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-ITENS.
         05  WRK-TAB-ITE-ITEM          OCCURS 3000 TIMES.
           10  TAB-ITE-CONTA           PIC  X(10).
           10  TAB-ITE-FONTE           PIC  X(03).
           10  TAB-ITE-CSIST           PIC  X(03).
           10  TAB-ITE-CJUSTF          PIC  X(04).
           10  TAB-ITE-ESPERADO        PIC S9(13)V9(02) COMP-3.
           10  TAB-ITE-ACEITO          PIC S9(13)V9(02) COMP-3.
           10  TAB-ITE-PENDENTE        PIC S9(13)V9(02) COMP-3.
           10  TAB-ITE-RECUSADO        PIC S9(13)V9(02) COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * POR ORIGEM, OS COMPONENTES DO SALDO CONTABIL DA PROVISAO QUE  *
      * O GOTF2PDD USA PARA APURAR A CONSTITUICAO/REVERSAO DO MES     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-ORIGENS             PIC S9(04) COMP VALUE +100.
       01  WRK-QTD-ORIGENS             PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-ORI                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-ORI-ACHADA          PIC S9(04) COMP VALUE ZEROS.
       01  WRK-CSIST-LIDO              PIC  X(03) VALUE SPACES.
       01  WRK-TAB-ORIGENS.
         05  WRK-TAB-ORI-ITEM          OCCURS 100 TIMES.
           10  TAB-ORI-CSIST           PIC  X(03).
           10  TAB-ORI-PROV-ANTER      PIC S9(13)V9(02) COMP-3.
           10  TAB-ORI-BAIXAS          PIC S9(13)V9(02) COMP-3.
           10  TAB-ORI-PROV-EXIGIDA    PIC S9(13)V9(02) COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-GOTF042E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-SALDOS-LIDOS          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-AGREGADOS-LIDOS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONTROLES-LIDOS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONTAS-DIVERGENTES    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LINHAS-PENDENTES      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-DIFERENCAS        PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF042E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF042R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA GOTF042E                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-SLD.
         05  SLD-TIPO-REGISTRO         PIC  X(001).
           88  SLD-EH-HEADER                       VALUE 'H'.
           88  SLD-EH-DETALHE                      VALUE 'D'.
           88  SLD-EH-TRAILER                      VALUE 'T'.
         05  SLD-DADOS                 PIC  X(079).
       01  FILLER REDEFINES WRK-REG-SLD.
         05  FILLER                    PIC  X(001).
         05  SLD-HDR-AAMM-COMPT        PIC  9(006).
         05  FILLER                    PIC  X(073).
       01  FILLER REDEFINES WRK-REG-SLD.
         05  FILLER                    PIC  X(001).
         05  SLD-DET-CONTA             PIC  X(010).
         05  SLD-DET-SALDO-ANTER       PIC  9(013)V9(002).
         05  SLD-DET-IND-SALDO-ANTER   PIC  X(001).
         05  SLD-DET-MOVTO-DEB         PIC  9(013)V9(002).
         05  SLD-DET-MOVTO-CRED        PIC  9(013)V9(002).
         05  SLD-DET-SALDO-ATUAL       PIC  9(013)V9(002).
         05  SLD-DET-IND-SALDO-ATUAL   PIC  X(001).
         05  FILLER                    PIC  X(007).
       01  FILLER REDEFINES WRK-REG-SLD.
         05  FILLER                    PIC  X(001).
         05  SLD-TRL-QTD-DETALHES      PIC  9(009).
         05  FILLER                    PIC  X(070).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF042R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-TITULO-CNC.
         05  FILLER                    PIC  X(060) VALUE
           'GOTF2CNC - CONCILIACAO DO SUBLEDGER DE TARIFAS COM O RAZAO'.
         05  FILLER                    PIC  X(013) VALUE
           'COMPETENCIA: '.
         05  TIT-AAMM-REFER            PIC  9(006).
         05  FILLER                    PIC  X(053) VALUE SPACES.

       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.

       01  WRK-LINHA-CABEC-CONTA.
         05  FILLER                    PIC  X(045) VALUE
           'CONTA         SALDO ANTERIOR       MOVTO RAZA'.
         05  FILLER                    PIC  X(045) VALUE
           'O    MOVTO ESPERADO    SALDO ESPERADO       S'.
         05  FILLER                    PIC  X(039) VALUE
           'ALDO RAZAO         DIFERENCA OBSERVACAO'.
         05  FILLER                    PIC  X(003) VALUE SPACES.

       01  WRK-LINHA-CABEC-ITEM.
         05  FILLER                    PIC  X(045) VALUE
           '     FTE ORI CLAS          ESPERADO        CT'.
         05  FILLER                    PIC  X(045) VALUE
           'B ACEITO  CTB SEM RESPOSTA      CTB RECUSADO '.
         05  FILLER                    PIC  X(017) VALUE
           '        DIFERENCA'.
         05  FILLER                    PIC  X(025) VALUE SPACES.

       01  WRK-LINHA-CONTA.
         05  CNC-CONTA                 PIC  X(010).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  CNC-SALDO-ANTER           PIC  -Z.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  CNC-MOVTO-RAZAO           PIC  -Z.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  CNC-MOVTO-ESPER           PIC  -Z.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  CNC-SALDO-ESPER           PIC  -Z.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  CNC-SALDO-RAZAO           PIC  -Z.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  CNC-DIFERENCA             PIC  -Z.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  CNC-OBSERVACAO            PIC  X(013).

       01  WRK-LINHA-ITEM.
         05  FILLER                    PIC  X(005) VALUE SPACES.
         05  ITE-FONTE                 PIC  X(003).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ITE-CSIST                 PIC  X(003).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ITE-CJUSTF                PIC  X(004).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ITE-ESPERADO              PIC  -Z.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ITE-ACEITO                PIC  -Z.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ITE-PENDENTE              PIC  -Z.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ITE-RECUSADO              PIC  -Z.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ITE-DIFERENCA             PIC  -Z.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ITE-MARCA                 PIC  X(001).
         05  FILLER                    PIC  X(023) VALUE SPACES.

       01  WRK-LINHA-AVISO.
         05  AVI-TEXTO                 PIC  X(080).
         05  FILLER                    PIC  X(052) VALUE SPACES.

       01  WRK-LINHA-TITULO-PEND.
         05  FILLER                    PIC  X(045) VALUE
           'LANCAMENTOS AINDA RECUSADOS (R) OU SEM RESPOS'.
         05  FILLER                    PIC  X(035) VALUE
           'TA DO RAZAO (E) EM TCTRL_LANC_CTBIL'.
         05  FILLER                    PIC  X(052) VALUE SPACES.

       01  WRK-LINHA-CABEC-PEND.
         05  FILLER                    PIC  X(045) VALUE
           'DATA CONTAB SEQUENCIA CONTA      D/C ORI CLAS'.
         05  FILLER                    PIC  X(039) VALUE
           '             VALOR SIT MOTIVO DA RECUSA'.
         05  FILLER                    PIC  X(048) VALUE SPACES.

       01  WRK-LINHA-PEND.
         05  PEN-DT-CONTABIL           PIC  X(010).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  PEN-NSEQ-LANC             PIC  9(009).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  PEN-CONTA                 PIC  X(010).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  PEN-IND-DEB-CRED          PIC  X(001).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  PEN-CSIST-ORIGE           PIC  X(003).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  PEN-CJUSTF                PIC  X(004).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  PEN-VALOR                 PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  PEN-SITUACAO              PIC  X(001).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  PEN-MOTIVO                PIC  X(030).
         05  FILLER                    PIC  X(033) VALUE SPACES.

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
               INCLUDE GOTFB0D4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E5
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E6
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TODAS AS REGRAS DE IMPOSTO COM VIGENCIA QUE TOCA A COMPETENCIA *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CIMP CURSOR FOR
                SELECT CTIPO_IMPTO,
                       PERC_ALIQ_IMPTO,
                       CSIST_ORIGE_TARIF,
                       CJUSTF_EVNTO_TARIF,
                       CCONTA_DESP_IMPTO,
                       CCONTA_RECOL_IMPTO,
                       DINI_VIGEN_IMPTO,
                       DFIM_VIGEN_IMPTO
                  FROM DB2PRD.TREGRA_IMPTO_TARIF
                 WHERE DINI_VIGEN_IMPTO <= :WRK-DT-REFER
                   AND DFIM_VIGEN_IMPTO >= :WRK-DT-INI-MES
                 ORDER BY CTIPO_IMPTO,
                          CSIST_ORIGE_TARIF,
                          CJUSTF_EVNTO_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * AGREGADOS DIARIOS DO GOTF2CTB NA COMPETENCIA: DATA CONTABIL   *
      * EFETIVA DO EVENTO (DT_COMPT_CTBIL QUANDO REDIRECIONADO, DRECEB *
      * NO CASO NORMAL), ORIGEM E CLASSE                               *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CAGR CURSOR FOR
                SELECT CASE WHEN DT_COMPT_CTBIL = '0001-01-01'
                            THEN DRECEB_MOVTO_TARIF
                            ELSE DT_COMPT_CTBIL
                       END,
                       CSIST_ORIGE_TARIF,
                       CJUSTF_EVNTO_TARIF,
                       SUM(VVALOR_COBR_TARIF)
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE (DT_COMPT_CTBIL     BETWEEN :WRK-DT-INI-MES
                                               AND :WRK-DT-REFER)
                    OR (DT_COMPT_CTBIL     = '0001-01-01'
                        AND DRECEB_MOVTO_TARIF
                                           BETWEEN :WRK-DT-INI-MES
                                               AND :WRK-DT-REFER)
                 GROUP BY CASE WHEN DT_COMPT_CTBIL = '0001-01-01'
                               THEN DRECEB_MOVTO_TARIF
                               ELSE DT_COMPT_CTBIL
                          END,
                          CSIST_ORIGE_TARIF,
                          CJUSTF_EVNTO_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * MOVIMENTO DO GOTF2DIF NA COMPETENCIA, POR ORIGEM E CLASSE:    *
      *  'DIFR' PLANOS DIFERIDOS NO MES;                               *
      *  'RECD' PARCELAS QUE VENCEM NO MES DOS PLANOS AINDA ATIVOS NO *
      *         MES (E, NO MES DO DIFERIMENTO, TAMBEM AS JA VENCIDAS); *
      *  'RVDE'/'RVDB' SALDOS REVERTIDOS NO MES (ESTORNO/BAIXA)        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CDIF CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       'DIFR',
                       SUM(VVALOR_PLANO)
                  FROM DB2PRD.TDIFER_RECEI_TARIF
                 WHERE AAMM_DIFER = :WRK-AAMM-REFER-NUM
                 GROUP BY CSIST_ORIGE_TARIF
                UNION ALL
                SELECT D.CSIST_ORIGE_TARIF,
                       'RECD',
                       SUM(P.VVALOR_PARC)
                  FROM DB2PRD.TDIFER_RECEI_TARIF D,
                       DB2PRD.TPARC_EVNTO_TARIF  P
                 WHERE P.CSIST_ORIGE_TARIF  = D.CSIST_ORIGE_TARIF
                   AND P.DRECEB_MOVTO_TARIF = D.DRECEB_MOVTO_TARIF
                   AND P.NMOVTO_EVNTO_TARIF = D.NMOVTO_EVNTO_TARIF
                   AND D.AAMM_DIFER        <= :WRK-AAMM-REFER-NUM
                   AND (D.AAMM_REVERT       = 0
                    OR  D.AAMM_REVERT      >= :WRK-AAMM-REFER-NUM)
                   AND (P.AAMM_VENCTO       = :WRK-AAMM-REFER-NUM
                    OR (D.AAMM_DIFER        = :WRK-AAMM-REFER-NUM
                        AND P.AAMM_VENCTO   < :WRK-AAMM-REFER-NUM))
                 GROUP BY D.CSIST_ORIGE_TARIF
                UNION ALL
                SELECT CSIST_ORIGE_TARIF,
                       CASE IN_SITUACAO WHEN 'E' THEN 'RVDE'
                                        ELSE 'RVDB'
                       END,
                       SUM(VVALOR_REVERT)
                  FROM DB2PRD.TDIFER_RECEI_TARIF
                 WHERE AAMM_REVERT = :WRK-AAMM-REFER-NUM
                   AND IN_SITUACAO IN ('E', 'B')
                 GROUP BY CSIST_ORIGE_TARIF,
                          IN_SITUACAO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PROVISAO EXIGIDA NA COMPETENCIA E NA ANTERIOR, POR ORIGEM     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPDD CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       SUM(CASE WHEN AAMM_REFER = :WRK-AAMM-REFER-NUM
                                THEN VPROV_EXIGIDA ELSE 0 END),
                       SUM(CASE WHEN AAMM_REFER = :WRK-AAMM-ANTER-NUM
                                THEN VPROV_EXIGIDA ELSE 0 END)
                  FROM DB2PRD.TPROV_DEVED_TARIF
                 WHERE AAMM_REFER IN (:WRK-AAMM-REFER-NUM,
                                      :WRK-AAMM-ANTER-NUM)
                 GROUP BY CSIST_ORIGE_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHAS DE CONTROLE DA INTERFACE DO GOTF2CTB NA COMPETENCIA,   *
      * POR CONTA, ORIGEM, CLASSE E SITUACAO ('X' JA FOI SUBSTITUIDA  *
      * PELA LINHA DO REENVIO)                                         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CCTL CURSOR FOR
                SELECT CCONTA_CTBIL,
                       IND_DEB_CRED,
                       CSIST_ORIGE_TARIF,
                       CJUSTF_EVNTO_TARIF,
                       IN_SITUACAO,
                       SUM(VVALOR_LANC)
                  FROM DB2PRD.TCTRL_LANC_CTBIL
                 WHERE DT_CONTABIL BETWEEN :WRK-DT-INI-MES
                                       AND :WRK-DT-REFER
                   AND IN_SITUACAO IN ('A', 'E', 'R')
                 GROUP BY CCONTA_CTBIL,
                          IND_DEB_CRED,
                          CSIST_ORIGE_TARIF,
                          CJUSTF_EVNTO_TARIF,
                          IN_SITUACAO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHAS ATE O FIM DA COMPETENCIA AINDA RECUSADAS OU SEM        *
      * RESPOSTA DO RAZAO                                              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPEN CURSOR FOR
                SELECT DT_CONTABIL,
                       NSEQ_LANC,
                       CCONTA_CTBIL,
                       IND_DEB_CRED,
                       CSIST_ORIGE_TARIF,
                       CJUSTF_EVNTO_TARIF,
                       VVALOR_LANC,
                       IN_SITUACAO,
                       DS_MOTIVO_RECUSA
                  FROM DB2PRD.TCTRL_LANC_CTBIL
                 WHERE DT_CONTABIL <= :WRK-DT-REFER
                   AND IN_SITUACAO IN ('E', 'R')
                 ORDER BY DT_CONTABIL,
                          NSEQ_LANC
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

           PERFORM 2000-LER-SALDOS-RAZAO.

           PERFORM 3000-APURAR-TARIFAS.

           PERFORM 4000-APURAR-DIFERIDO.

           PERFORM 5000-APURAR-PROVISAO.

           PERFORM 6000-CARREGAR-CONTROLE.

           PERFORM 8000-EMITIR-CONCILIACAO.

           PERFORM 8500-LISTAR-PENDENTES.

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
                      WRK-TAB-CONTAS
                      WRK-TAB-ITENS
                      WRK-TAB-ORIGENS.

           OPEN INPUT   GOTF042E.
           PERFORM 1100-TESTAR-FS-GOTF042E.

           OPEN OUTPUT  GOTF042R.
           PERFORM 1150-TESTAR-FS-GOTF042R.

           PERFORM 1050-OBTER-COMPETENCIA.

           PERFORM 1070-VERIFICAR-FECHAMENTO.

           PERFORM 1200-CARREGAR-IMPOSTOS.

           MOVE WRK-AAMM-REFER-NUM      TO      TIT-AAMM-REFER.
           WRITE FD-GOTF042R            FROM    WRK-LINHA-TITULO-CNC.
           PERFORM 1150-TESTAR-FS-GOTF042R.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COMPETENCIA DO PARM (AAAAMM) OU, NA AUSENCIA, O MES DO DIA
      *    ANTERIOR AO DA EXECUCAO; PRIMEIRO E ULTIMO DIA DO MES E
      *    COMPETENCIA ANTERIOR.
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

           IF WRK-AAMM-REFER-MM         EQUAL   01
              COMPUTE WRK-AAMM-ANTER-AAAA = WRK-AAMM-REFER-AAAA - 1
              MOVE 12                   TO      WRK-AAMM-ANTER-MM
           ELSE
              MOVE WRK-AAMM-REFER-AAAA  TO      WRK-AAMM-ANTER-AAAA
              COMPUTE WRK-AAMM-ANTER-MM   = WRK-AAMM-REFER-MM - 1
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    SO COMPETENCIA JA FECHADA PELO GOTF2CTB E CONCILIADA: ANTES
      *    DISSO AINDA PODE HAVER POSTAGEM NO MES.
      *----------------------------------------------------------------*
       1070-VERIFICAR-FECHAMENTO       SECTION.
      *----------------------------------------------------------------*

           MOVE '1070-VERIFICAR-FECHAMENTO' TO  FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-AAMM-REFER-NUM      TO      AAMM-COMPT OF GOTFB0E5.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-FECHAMENTO
                  FROM DB2PRD.TFECH_COMPT_TARIF
                 WHERE AAMM_COMPT = :GOTFB0E5.AAMM-COMPT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TFECH_COMPT_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0007'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-FECHAMENTO        EQUAL   ZEROS
              MOVE 'GOTF9972'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'COMPETENCIA AINDA NAO FECHADA NO GOTF2CTB'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF042E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF042E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF042E       NOT EQUAL   '00'
              MOVE 'GOTF042E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF042E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-TESTAR-FS-GOTF042R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1150-TESTAR-FS-GOTF042R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF042R       NOT EQUAL   '00'
              MOVE 'GOTF042R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF042R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-CARREGAR-IMPOSTOS          SECTION.
      *----------------------------------------------------------------*

           MOVE '1200-CARREGAR-IMPOSTOS' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CIMP
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TREGRA_IMPTO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1210-LER-IMPOSTO.

           PERFORM 1220-GUARDAR-IMPOSTO
             UNTIL WRK-EOF-IMPOSTO.

           EXEC SQL
                CLOSE CIMP
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TREGRA_IMPTO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0012'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1210-LER-IMPOSTO                SECTION.
      *----------------------------------------------------------------*

           MOVE '1210-LER-IMPOSTO'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CIMP
                 INTO :GOTFB0D4.CTIPO-IMPTO,
                      :GOTFB0D4.PERC-ALIQ-IMPTO,
                      :GOTFB0D4.CSIST-ORIGE-TARIF,
                      :GOTFB0D4.CJUSTF-EVNTO-TARIF,
                      :GOTFB0D4.CCONTA-DESP-IMPTO,
                      :GOTFB0D4.CCONTA-RECOL-IMPTO,
                      :GOTFB0D4.DINI-VIGEN-IMPTO,
                      :GOTFB0D4.DFIM-VIGEN-IMPTO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-IMPOSTO    TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TREGRA_IMPTO_TARIF' TO   FRWKGDB2-NOME-TABELA
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
       1220-GUARDAR-IMPOSTO            SECTION.
      *----------------------------------------------------------------*

           MOVE '1220-GUARDAR-IMPOSTO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-QTD-IMPOSTOS GREATER OR EQUAL WRK-MAX-IMPOSTOS
              MOVE 'GOTF9988'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'TABELA DE REGRAS DE IMPOSTO EXCEDEU A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           ADD 1                        TO      WRK-QTD-IMPOSTOS.
           MOVE WRK-QTD-IMPOSTOS        TO      WRK-IDX-IMP.

           MOVE CTIPO-IMPTO OF GOTFB0D4
             TO TAB-IMP-TIPO (WRK-IDX-IMP).
           MOVE PERC-ALIQ-IMPTO OF GOTFB0D4
             TO TAB-IMP-ALIQ (WRK-IDX-IMP).
           MOVE CSIST-ORIGE-TARIF OF GOTFB0D4
             TO TAB-IMP-ORIGE (WRK-IDX-IMP).
           MOVE CJUSTF-EVNTO-TARIF OF GOTFB0D4
             TO TAB-IMP-CJUSTF (WRK-IDX-IMP).
           MOVE CCONTA-DESP-IMPTO OF GOTFB0D4
             TO TAB-IMP-CTA-DESP (WRK-IDX-IMP).
           MOVE CCONTA-RECOL-IMPTO OF GOTFB0D4
             TO TAB-IMP-CTA-RECOL (WRK-IDX-IMP).
           MOVE DINI-VIGEN-IMPTO OF GOTFB0D4
             TO TAB-IMP-DINI (WRK-IDX-IMP).
           MOVE DFIM-VIGEN-IMPTO OF GOTFB0D4
             TO TAB-IMP-DFIM (WRK-IDX-IMP).

           PERFORM 1210-LER-IMPOSTO.

      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LE O ARQUIVO DE SALDOS DO RAZAO: HEADER COM A COMPETENCIA
      *    (TEM DE SER A CONCILIADA), UM DETALHE POR CONTA E TRAILER
      *    COM A CONTAGEM DE DETALHES - COMO O RETORNO DO GOTF2CTR.
      *----------------------------------------------------------------*
       2000-LER-SALDOS-RAZAO           SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-LER-SALDOS-RAZAO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 2100-LER-GOTF042E.

           IF WRK-EOF-GOTF042E  OR  NOT SLD-EH-HEADER
              MOVE 'GOTF9971'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'ARQUIVO DE SALDOS DO RAZAO SEM HEADER VALIDO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF SLD-HDR-AAMM-COMPT    NOT EQUAL   WRK-AAMM-REFER-NUM
              MOVE 'GOTF9971'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'SALDOS DO RAZAO DE OUTRA COMPETENCIA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           PERFORM 2100-LER-GOTF042E.

           PERFORM 2200-TRATAR-SALDO
             UNTIL WRK-EOF-GOTF042E.

           IF NOT WRK-TRAILER-LIDO
              MOVE 'GOTF9971'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'ARQUIVO DE SALDOS DO RAZAO SEM TRAILER'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-GOTF042E               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-GOTF042E'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF042E INTO WRK-REG-SLD
               AT END
                  SET WRK-EOF-GOTF042E  TO      TRUE
           END-READ.

           IF WRK-FS-GOTF042E       NOT EQUAL   '00'  AND
              WRK-FS-GOTF042E       NOT EQUAL   '10'
              PERFORM 1100-TESTAR-FS-GOTF042E
           END-IF.

           IF NOT WRK-EOF-GOTF042E
              ADD 1                     TO      WRK-LIDOS-GOTF042E
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-TRATAR-SALDO               SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-TRATAR-SALDO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE TRUE
              WHEN WRK-TRAILER-LIDO
                 MOVE 'GOTF9971'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'REGISTRO APOS O TRAILER NOS SALDOS DO RAZAO'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              WHEN SLD-EH-DETALHE
                 ADD 1                  TO      WRK-SALDOS-LIDOS
                 PERFORM 2300-GUARDAR-SALDO
              WHEN SLD-EH-TRAILER
                 SET WRK-TRAILER-LIDO   TO      TRUE
                 IF SLD-TRL-QTD-DETALHES NOT EQUAL WRK-SALDOS-LIDOS
                    MOVE 'GOTF9971'     TO      FRWKGLIV-COD-MENSAGEM
                    MOVE 'TRAILER DOS SALDOS DIVERGE DA CONTAGEM LIDA'
                                        TO      FRWKGLIV-PARAMETROS
                    PERFORM 9350-TRATAR-ERRO-LIVRE
                 END-IF
              WHEN OTHER
                 MOVE 'GOTF9971'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'REGISTRO DE TIPO INVALIDO NOS SALDOS DO RAZAO'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
           END-EVALUATE.

           PERFORM 2100-LER-GOTF042E.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GUARDA OS SALDOS DA CONTA COM SINAL (DEVEDOR POSITIVO,        *
      * CREDOR NEGATIVO) E O MOVIMENTO LIQUIDO DO MES NO RAZAO        *
      *----------------------------------------------------------------*
       2300-GUARDAR-SALDO              SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-GUARDAR-SALDO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF SLD-DET-SALDO-ANTER       IS NOT NUMERIC
              OR SLD-DET-MOVTO-DEB      IS NOT NUMERIC
              OR SLD-DET-MOVTO-CRED     IS NOT NUMERIC
              OR SLD-DET-SALDO-ATUAL    IS NOT NUMERIC
              MOVE 'GOTF9971'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'VALOR NAO NUMERICO NOS SALDOS DO RAZAO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE SLD-DET-CONTA           TO      WRK-CONTA-LANCTO.
           PERFORM 6700-LOCALIZAR-CONTA.

           MOVE 'S'          TO TAB-CTA-IN-RAZAO (WRK-IDX-CTA-ACHADA).

           IF SLD-DET-IND-SALDO-ANTER   EQUAL   'C'
              COMPUTE TAB-CTA-SALDO-ANTER (WRK-IDX-CTA-ACHADA) =
                      SLD-DET-SALDO-ANTER * -1
           ELSE
              MOVE SLD-DET-SALDO-ANTER
                TO TAB-CTA-SALDO-ANTER (WRK-IDX-CTA-ACHADA)
           END-IF.

           IF SLD-DET-IND-SALDO-ATUAL   EQUAL   'C'
              COMPUTE TAB-CTA-SALDO-RAZAO (WRK-IDX-CTA-ACHADA) =
                      SLD-DET-SALDO-ATUAL * -1
           ELSE
              MOVE SLD-DET-SALDO-ATUAL
                TO TAB-CTA-SALDO-RAZAO (WRK-IDX-CTA-ACHADA)
           END-IF.

           COMPUTE TAB-CTA-MOVTO-RAZAO (WRK-IDX-CTA-ACHADA) =
                   SLD-DET-MOVTO-DEB - SLD-DET-MOVTO-CRED.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MOVIMENTO ESPERADO DA INTERFACE DIARIA (GOTF2CTB), AGREGADO A *
      * AGREGADO COMO O PROPRIO GOTF2CTB GEROU                         *
      *----------------------------------------------------------------*
       3000-APURAR-TARIFAS             SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-APURAR-TARIFAS'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CAGR
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3100-LER-AGREGADO.

           PERFORM 3200-TRATAR-AGREGADO
             UNTIL WRK-EOF-AGREGADO.

           EXEC SQL
                CLOSE CAGR
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0022'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-LER-AGREGADO               SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-LER-AGREGADO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CAGR
                 INTO :WRK-DT-AGREGADO,
                      :WRK-CSIST-AGREG,
                      :WRK-CJUSTF-AGREG,
                      :WRK-VLR-AGREGADO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-AGREGADO   TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0021'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-AGREGADOS-LIDOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PAR DA TARIFA COMO NO 3000-PROCESSAR DO GOTF2CTB:
      *    'BAIX'        D PROVISAO / C CLIENTE
      *    'RECP'        D CLIENTE  / C PROVISAO
      *    'MORA'        D CLIENTE  / C RECEITA-MORA
      *    'COMP'        D DESPESA-COMPENS / C CLIENTE (SEM IMPOSTOS)
      *    NEGATIVO      D RECEITA  / C CLIENTE
      *    POSITIVO      D CLIENTE  / C RECEITA
      *    SEGUIDO DOS IMPOSTOS INCIDENTES. A BAIXA DO MES ENTRA TAMBEM
      *    NO SALDO CONTABIL DA PROVISAO DA ORIGEM, LIQUIDA DA
      *    RECUPERACAO DE BAIXA.
      *----------------------------------------------------------------*
       3200-TRATAR-AGREGADO            SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-TRATAR-AGREGADO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-VLR-AGREGADO          IS LESS THAN ZEROS
              COMPUTE WRK-VLR-ABSOLUTO = WRK-VLR-AGREGADO * -1
           ELSE
              MOVE WRK-VLR-AGREGADO     TO      WRK-VLR-ABSOLUTO
           END-IF.

           MOVE 'CTB'                   TO      WRK-FONTE-LANCTO.
           MOVE WRK-CSIST-AGREG         TO      WRK-CSIST-LANCTO.
           MOVE WRK-CJUSTF-AGREG        TO      WRK-CJUSTF-LANCTO.
           MOVE WRK-VLR-ABSOLUTO        TO      WRK-VLR-LANCTO.

           EVALUATE TRUE
              WHEN WRK-CJUSTF-AGREG     EQUAL   'BAIX'
                 MOVE WRK-CONTA-PROVISAO TO     WRK-CONTA-DEBITO
                 MOVE WRK-CONTA-CLIENTE TO      WRK-CONTA-CREDITO
                 MOVE WRK-CSIST-AGREG   TO      WRK-CSIST-LIDO
                 PERFORM 5900-LOCALIZAR-ORIGEM
                 ADD WRK-VLR-ABSOLUTO
                  TO TAB-ORI-BAIXAS (WRK-IDX-ORI-ACHADA)
              WHEN WRK-CJUSTF-AGREG     EQUAL   'RECP'
                 MOVE WRK-CONTA-CLIENTE TO      WRK-CONTA-DEBITO
                 MOVE WRK-CONTA-PROVISAO TO     WRK-CONTA-CREDITO
                 MOVE WRK-CSIST-AGREG   TO      WRK-CSIST-LIDO
                 PERFORM 5900-LOCALIZAR-ORIGEM
                 SUBTRACT WRK-VLR-ABSOLUTO
                     FROM TAB-ORI-BAIXAS (WRK-IDX-ORI-ACHADA)
              WHEN WRK-CJUSTF-AGREG     EQUAL   'MORA'
                 MOVE WRK-CONTA-CLIENTE TO      WRK-CONTA-DEBITO
                 MOVE WRK-CONTA-RECEITA-MORA TO WRK-CONTA-CREDITO
              WHEN WRK-CJUSTF-AGREG     EQUAL   'COMP'
                 MOVE WRK-CONTA-DESPESA-COMPENS TO WRK-CONTA-DEBITO
                 MOVE WRK-CONTA-CLIENTE TO      WRK-CONTA-CREDITO
              WHEN WRK-VLR-AGREGADO     IS LESS THAN ZEROS
                 MOVE WRK-CONTA-RECEITA TO      WRK-CONTA-DEBITO
                 MOVE WRK-CONTA-CLIENTE TO      WRK-CONTA-CREDITO
              WHEN OTHER
                 MOVE WRK-CONTA-CLIENTE TO      WRK-CONTA-DEBITO
                 MOVE WRK-CONTA-RECEITA TO      WRK-CONTA-CREDITO
           END-EVALUATE.

           PERFORM 6400-REGISTRAR-PAR.

           IF WRK-CJUSTF-AGREG      NOT EQUAL   'COMP'
              PERFORM 3300-APLICAR-IMPOSTO
                VARYING WRK-IDX-IMP FROM 1 BY 1
                  UNTIL WRK-IDX-IMP     GREATER WRK-QTD-IMPOSTOS
           END-IF.

           PERFORM 3100-LER-AGREGADO.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * IMPOSTO DA REGRA CORRENTE SOBRE O AGREGADO, SE VIGENTE NA     *
      * DATA CONTABIL E NO ESCOPO (COMO 5500 DO GOTF2CTB): D DESPESA  *
      * / C A RECOLHER, INVERTIDO PARA AGREGADO NEGATIVO. A CLASSE DO *
      * LANCAMENTO E O TIPO DO IMPOSTO                                 *
      *----------------------------------------------------------------*
       3300-APLICAR-IMPOSTO            SECTION.
      *----------------------------------------------------------------*

           IF WRK-DT-AGREGADO   LESS    TAB-IMP-DINI (WRK-IDX-IMP)
              OR WRK-DT-AGREGADO GREATER TAB-IMP-DFIM (WRK-IDX-IMP)
              GO TO 3300-99-FIM
           END-IF.

           IF TAB-IMP-ORIGE (WRK-IDX-IMP) NOT EQUAL SPACES
              AND TAB-IMP-ORIGE (WRK-IDX-IMP) NOT EQUAL WRK-CSIST-AGREG
              GO TO 3300-99-FIM
           END-IF.

           IF TAB-IMP-CJUSTF (WRK-IDX-IMP) NOT EQUAL SPACES
              AND TAB-IMP-CJUSTF (WRK-IDX-IMP)
                                        NOT EQUAL WRK-CJUSTF-AGREG
              GO TO 3300-99-FIM
           END-IF.

           COMPUTE WRK-VLR-IMPOSTO ROUNDED =
                   WRK-VLR-ABSOLUTO * TAB-IMP-ALIQ (WRK-IDX-IMP) / 100.

           IF WRK-VLR-IMPOSTO       NOT GREATER ZEROS
              GO TO 3300-99-FIM
           END-IF.

           MOVE SPACES                  TO      WRK-CJUSTF-LANCTO.
           MOVE TAB-IMP-TIPO (WRK-IDX-IMP)
                                        TO      WRK-CJUSTF-LANCTO (1:3).
           MOVE WRK-VLR-IMPOSTO         TO      WRK-VLR-LANCTO.

           IF WRK-VLR-AGREGADO          IS LESS THAN ZEROS
              MOVE TAB-IMP-CTA-RECOL (WRK-IDX-IMP) TO WRK-CONTA-DEBITO
              MOVE TAB-IMP-CTA-DESP (WRK-IDX-IMP) TO WRK-CONTA-CREDITO
           ELSE
              MOVE TAB-IMP-CTA-DESP (WRK-IDX-IMP) TO WRK-CONTA-DEBITO
              MOVE TAB-IMP-CTA-RECOL (WRK-IDX-IMP) TO WRK-CONTA-CREDITO
           END-IF.

           PERFORM 6400-REGISTRAR-PAR.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MOVIMENTO ESPERADO DA RECEITA DIFERIDA (GOTF2DIF)             *
      *----------------------------------------------------------------*
       4000-APURAR-DIFERIDO            SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-APURAR-DIFERIDO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CDIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TDIFER_RECEI_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 4100-LER-DIFERIDO.

           PERFORM 4200-TRATAR-DIFERIDO
             UNTIL WRK-EOF-DIFERIDO.

           EXEC SQL
                CLOSE CDIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TDIFER_RECEI_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0032'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-LER-DIFERIDO               SECTION.
      *----------------------------------------------------------------*

           MOVE '4100-LER-DIFERIDO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CDIF
                 INTO :WRK-CSIST-AGREG,
                      :WRK-CJUSTF-AGREG,
                      :WRK-VLR-AGREGADO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-DIFERIDO   TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TDIFER_RECEI_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0031'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PARES DO 4100 DO GOTF2DIF:
      *    'DIFR' D RECEITA   / C DIFERIDA
      *    'RECD' D DIFERIDA  / C RECEITA
      *    'RVDE' D DIFERIDA  / C RECEITA
      *    'RVDB' D DIFERIDA  / C PROVISAO (ABATE AS BAIXAS DA ORIGEM
      *           NO SALDO CONTABIL DA PROVISAO)
      *----------------------------------------------------------------*
       4200-TRATAR-DIFERIDO            SECTION.
      *----------------------------------------------------------------*

           MOVE '4200-TRATAR-DIFERIDO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'DIF'                   TO      WRK-FONTE-LANCTO.
           MOVE WRK-CSIST-AGREG         TO      WRK-CSIST-LANCTO.
           MOVE WRK-CJUSTF-AGREG        TO      WRK-CJUSTF-LANCTO.
           MOVE WRK-VLR-AGREGADO        TO      WRK-VLR-LANCTO.
           MOVE WRK-CONTA-DIFERIDA      TO      WRK-CONTA-DEBITO.

           EVALUATE WRK-CJUSTF-AGREG
              WHEN 'DIFR'
                 MOVE WRK-CONTA-RECEITA TO      WRK-CONTA-DEBITO
                 MOVE WRK-CONTA-DIFERIDA TO     WRK-CONTA-CREDITO
              WHEN 'RVDB'
                 MOVE WRK-CONTA-PROVISAO TO     WRK-CONTA-CREDITO
                 MOVE WRK-CSIST-AGREG   TO      WRK-CSIST-LIDO
                 PERFORM 5900-LOCALIZAR-ORIGEM
                 SUBTRACT WRK-VLR-AGREGADO
                     FROM TAB-ORI-BAIXAS (WRK-IDX-ORI-ACHADA)
              WHEN OTHER
                 MOVE WRK-CONTA-RECEITA TO      WRK-CONTA-CREDITO
           END-EVALUATE.

           PERFORM 6400-REGISTRAR-PAR.

           PERFORM 4100-LER-DIFERIDO.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MOVIMENTO ESPERADO DA PROVISAO (GOTF2PDD): POR ORIGEM, A       *
      * EXIGIDA NA COMPETENCIA MENOS O SALDO CONTABIL (EXIGIDA NA      *
      * ANTERIOR MENOS AS BAIXAS LIQUIDAS DO MES). SEM FOTOGRAFIA DA  *
      * COMPETENCIA O GOTF2PDD NAO RODOU E NADA E ESPERADO - O AVISO  *
      * SAI NO RELATORIO                                               *
      *----------------------------------------------------------------*
       5000-APURAR-PROVISAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-APURAR-PROVISAO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-FOTOGRAFIA
                  FROM DB2PRD.TPROV_DEVED_TARIF
                 WHERE AAMM_REFER = :WRK-AAMM-REFER-NUM
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPROV_DEVED_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-FOTOGRAFIA        EQUAL   ZEROS
              MOVE 'PROVISAO DA COMPETENCIA NAO APURADA (GOTF2PDD) - NAD
      -            'A ESPERADO DA PROVISAO'
                                        TO      AVI-TEXTO
              WRITE FD-GOTF042R         FROM    WRK-LINHA-AVISO
              PERFORM 1150-TESTAR-FS-GOTF042R
              GO TO 5000-99-FIM
           END-IF.

           EXEC SQL
                OPEN CPDD
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPROV_DEVED_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0041'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 5100-LER-PROVISAO.

           PERFORM 5200-GUARDAR-PROVISAO
             UNTIL WRK-EOF-PROVISAO.

           EXEC SQL
                CLOSE CPDD
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPROV_DEVED_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0043'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 5300-APURAR-ORIGEM
             VARYING WRK-IDX-ORI FROM 1 BY 1
               UNTIL WRK-IDX-ORI        GREATER WRK-QTD-ORIGENS.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-LER-PROVISAO               SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-LER-PROVISAO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPDD
                 INTO :WRK-CSIST-LIDO,
                      :WRK-VLR-AGREGADO,
                      :WRK-VLR-CONTABIL
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-PROVISAO   TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPROV_DEVED_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0042'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-GUARDAR-PROVISAO           SECTION.
      *----------------------------------------------------------------*

           MOVE '5200-GUARDAR-PROVISAO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 5900-LOCALIZAR-ORIGEM.

           MOVE WRK-VLR-AGREGADO
             TO TAB-ORI-PROV-EXIGIDA (WRK-IDX-ORI-ACHADA).
           MOVE WRK-VLR-CONTABIL
             TO TAB-ORI-PROV-ANTER (WRK-IDX-ORI-ACHADA).

           PERFORM 5100-LER-PROVISAO.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COMO 3100 DO GOTF2PDD: DIFERENCA POSITIVA 'PDDC' (D DESPESA
      *    / C PROVISAO), NEGATIVA 'PDDR' (D PROVISAO / C DESPESA).
      *----------------------------------------------------------------*
       5300-APURAR-ORIGEM              SECTION.
      *----------------------------------------------------------------*

           MOVE '5300-APURAR-ORIGEM'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           COMPUTE WRK-VLR-DIFERENCA =
                   TAB-ORI-PROV-EXIGIDA (WRK-IDX-ORI)
                 - TAB-ORI-PROV-ANTER (WRK-IDX-ORI)
                 + TAB-ORI-BAIXAS (WRK-IDX-ORI).

           IF WRK-VLR-DIFERENCA         EQUAL   ZEROS
              GO TO 5300-99-FIM
           END-IF.

           MOVE 'PDD'                   TO      WRK-FONTE-LANCTO.
           MOVE TAB-ORI-CSIST (WRK-IDX-ORI) TO  WRK-CSIST-LANCTO.

           IF WRK-VLR-DIFERENCA         GREATER ZEROS
              MOVE 'PDDC'               TO      WRK-CJUSTF-LANCTO
              MOVE WRK-CONTA-DESPESA-PDD TO     WRK-CONTA-DEBITO
              MOVE WRK-CONTA-PROVISAO   TO      WRK-CONTA-CREDITO
              MOVE WRK-VLR-DIFERENCA    TO      WRK-VLR-LANCTO
           ELSE
              MOVE 'PDDR'               TO      WRK-CJUSTF-LANCTO
              MOVE WRK-CONTA-PROVISAO   TO      WRK-CONTA-DEBITO
              MOVE WRK-CONTA-DESPESA-PDD TO     WRK-CONTA-CREDITO
              COMPUTE WRK-VLR-LANCTO    =       WRK-VLR-DIFERENCA * -1
           END-IF.

           PERFORM 6400-REGISTRAR-PAR.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * POSICIONA WRK-IDX-ORI-ACHADA NA ORIGEM DE WRK-CSIST-LIDO,     *
      * INCLUINDO-A NA TABELA QUANDO AINDA NAO EXISTE                  *
      *----------------------------------------------------------------*
       5900-LOCALIZAR-ORIGEM           SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-LOCALIZAR-ORIGEM' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-IDX-ORI-ACHADA.

           PERFORM 5910-COMPARAR-ORIGEM
             VARYING WRK-IDX-ORI FROM 1 BY 1
               UNTIL WRK-IDX-ORI        GREATER WRK-QTD-ORIGENS
                  OR WRK-IDX-ORI-ACHADA GREATER ZEROS.

           IF WRK-IDX-ORI-ACHADA        GREATER ZEROS
              GO TO 5900-99-FIM
           END-IF.

           IF WRK-QTD-ORIGENS  GREATER OR EQUAL WRK-MAX-ORIGENS
              MOVE 'GOTF9988'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'TABELA DE ORIGENS DA CONCILIACAO EXCEDEU A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           ADD 1                        TO      WRK-QTD-ORIGENS.
           MOVE WRK-QTD-ORIGENS         TO      WRK-IDX-ORI-ACHADA.
           MOVE WRK-CSIST-LIDO
             TO TAB-ORI-CSIST (WRK-IDX-ORI-ACHADA).

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5910-COMPARAR-ORIGEM            SECTION.
      *----------------------------------------------------------------*

           IF TAB-ORI-CSIST (WRK-IDX-ORI) EQUAL WRK-CSIST-LIDO
              MOVE WRK-IDX-ORI          TO      WRK-IDX-ORI-ACHADA
           END-IF.

      *----------------------------------------------------------------*
       5910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SOMA NA ABERTURA POR CONTA/ORIGEM/CLASSE O QUE A INTERFACE DO *
      * GOTF2CTB TEM NA COMPETENCIA, POR SITUACAO DO CONTROLE          *
      *----------------------------------------------------------------*
       6000-CARREGAR-CONTROLE          SECTION.
      *----------------------------------------------------------------*

           MOVE '6000-CARREGAR-CONTROLE' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CCTL
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCTRL_LANC_CTBIL'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 6100-LER-CONTROLE.

           PERFORM 6200-TRATAR-CONTROLE
             UNTIL WRK-EOF-CONTROLE.

           EXEC SQL
                CLOSE CCTL
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCTRL_LANC_CTBIL'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0052'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-LER-CONTROLE               SECTION.
      *----------------------------------------------------------------*

           MOVE '6100-LER-CONTROLE'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CCTL
                 INTO :GOTFB0E6.CCONTA-CTBIL,
                      :GOTFB0E6.IND-DEB-CRED,
                      :GOTFB0E6.CSIST-ORIGE-TARIF,
                      :GOTFB0E6.CJUSTF-EVNTO-TARIF,
                      :GOTFB0E6.IN-SITUACAO,
                      :GOTFB0E6.VVALOR-LANC
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CONTROLE   TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TCTRL_LANC_CTBIL' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0051'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-CONTROLES-LIDOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-TRATAR-CONTROLE            SECTION.
      *----------------------------------------------------------------*

           MOVE '6200-TRATAR-CONTROLE'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF IND-DEB-CRED OF GOTFB0E6  EQUAL   'D'
              MOVE VVALOR-LANC OF GOTFB0E6 TO   WRK-VLR-SINAL
           ELSE
              COMPUTE WRK-VLR-SINAL = VVALOR-LANC OF GOTFB0E6 * -1
           END-IF.

           MOVE 'CTB'                   TO      WRK-FONTE-LANCTO.
           MOVE CCONTA-CTBIL OF GOTFB0E6 TO     WRK-CONTA-LANCTO.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0E6 TO WRK-CSIST-LANCTO.
           MOVE CJUSTF-EVNTO-TARIF OF GOTFB0E6 TO WRK-CJUSTF-LANCTO.

           PERFORM 6700-LOCALIZAR-CONTA.
           PERFORM 6600-LOCALIZAR-ITEM.

           EVALUATE IN-SITUACAO OF GOTFB0E6
              WHEN 'A'
                 ADD WRK-VLR-SINAL
                  TO TAB-ITE-ACEITO (WRK-IDX-ITE-ACHADO)
              WHEN 'E'
                 ADD WRK-VLR-SINAL
                  TO TAB-ITE-PENDENTE (WRK-IDX-ITE-ACHADO)
              WHEN OTHER
                 ADD WRK-VLR-SINAL
                  TO TAB-ITE-RECUSADO (WRK-IDX-ITE-ACHADO)
           END-EVALUATE.

           PERFORM 6100-LER-CONTROLE.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REGISTRA O PAR ESPERADO WRK-CONTA-DEBITO / WRK-CONTA-CREDITO  *
      * PELO VALOR WRK-VLR-LANCTO NA FONTE, ORIGEM E CLASSE CORRENTES *
      *----------------------------------------------------------------*
       6400-REGISTRAR-PAR              SECTION.
      *----------------------------------------------------------------*

           MOVE '6400-REGISTRAR-PAR'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-CONTA-DEBITO        TO      WRK-CONTA-LANCTO.
           MOVE WRK-VLR-LANCTO          TO      WRK-VLR-SINAL.
           PERFORM 6500-REGISTRAR-ESPERADO.

           MOVE WRK-CONTA-CREDITO       TO      WRK-CONTA-LANCTO.
           COMPUTE WRK-VLR-SINAL        =       WRK-VLR-LANCTO * -1.
           PERFORM 6500-REGISTRAR-ESPERADO.

      *----------------------------------------------------------------*
       6400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6500-REGISTRAR-ESPERADO         SECTION.
      *----------------------------------------------------------------*

           MOVE '6500-REGISTRAR-ESPERADO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 6700-LOCALIZAR-CONTA.
           ADD WRK-VLR-SINAL
            TO TAB-CTA-MOVTO-ESPER (WRK-IDX-CTA-ACHADA).

           PERFORM 6600-LOCALIZAR-ITEM.
           ADD WRK-VLR-SINAL
            TO TAB-ITE-ESPERADO (WRK-IDX-ITE-ACHADO).

      *----------------------------------------------------------------*
       6500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * POSICIONA WRK-IDX-ITE-ACHADO NA CONTA/ORIGEM/CLASSE CORRENTE, *
      * INCLUINDO-A NA TABELA QUANDO AINDA NAO EXISTE                  *
      *----------------------------------------------------------------*
       6600-LOCALIZAR-ITEM             SECTION.
      *----------------------------------------------------------------*

           MOVE '6600-LOCALIZAR-ITEM'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-IDX-ITE-ACHADO.

           PERFORM 6610-COMPARAR-ITEM
             VARYING WRK-IDX-ITE FROM 1 BY 1
               UNTIL WRK-IDX-ITE        GREATER WRK-QTD-ITENS
                  OR WRK-IDX-ITE-ACHADO GREATER ZEROS.

           IF WRK-IDX-ITE-ACHADO        GREATER ZEROS
              GO TO 6600-99-FIM
           END-IF.

           IF WRK-QTD-ITENS    GREATER OR EQUAL WRK-MAX-ITENS
              MOVE 'GOTF9988'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'TABELA DE ABERTURA DA CONCILIACAO EXCEDEU A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           ADD 1                        TO      WRK-QTD-ITENS.
           MOVE WRK-QTD-ITENS           TO      WRK-IDX-ITE-ACHADO.
           MOVE WRK-CONTA-LANCTO
             TO TAB-ITE-CONTA (WRK-IDX-ITE-ACHADO).
           MOVE WRK-FONTE-LANCTO
             TO TAB-ITE-FONTE (WRK-IDX-ITE-ACHADO).
           MOVE WRK-CSIST-LANCTO
             TO TAB-ITE-CSIST (WRK-IDX-ITE-ACHADO).
           MOVE WRK-CJUSTF-LANCTO
             TO TAB-ITE-CJUSTF (WRK-IDX-ITE-ACHADO).

      *----------------------------------------------------------------*
       6600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6610-COMPARAR-ITEM              SECTION.
      *----------------------------------------------------------------*

           IF TAB-ITE-CONTA (WRK-IDX-ITE)  EQUAL WRK-CONTA-LANCTO
              AND TAB-ITE-CSIST (WRK-IDX-ITE)  EQUAL WRK-CSIST-LANCTO
              AND TAB-ITE-CJUSTF (WRK-IDX-ITE) EQUAL WRK-CJUSTF-LANCTO
              MOVE WRK-IDX-ITE          TO      WRK-IDX-ITE-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       6610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * POSICIONA WRK-IDX-CTA-ACHADA NA CONTA WRK-CONTA-LANCTO,       *
      * INCLUINDO-A NA TABELA (FORA DO RAZAO) QUANDO AINDA NAO EXISTE *
      *----------------------------------------------------------------*
       6700-LOCALIZAR-CONTA            SECTION.
      *----------------------------------------------------------------*

           MOVE '6700-LOCALIZAR-CONTA'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-IDX-CTA-ACHADA.

           PERFORM 6710-COMPARAR-CONTA
             VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA        GREATER WRK-QTD-CONTAS
                  OR WRK-IDX-CTA-ACHADA GREATER ZEROS.

           IF WRK-IDX-CTA-ACHADA        GREATER ZEROS
              GO TO 6700-99-FIM
           END-IF.

           IF WRK-QTD-CONTAS   GREATER OR EQUAL WRK-MAX-CONTAS
              MOVE 'GOTF9988'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'TABELA DE CONTAS DA CONCILIACAO EXCEDEU A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           ADD 1                        TO      WRK-QTD-CONTAS.
           MOVE WRK-QTD-CONTAS          TO      WRK-IDX-CTA-ACHADA.
           MOVE WRK-CONTA-LANCTO
             TO TAB-CTA-CONTA (WRK-IDX-CTA-ACHADA).
           MOVE 'N'
             TO TAB-CTA-IN-RAZAO (WRK-IDX-CTA-ACHADA).

      *----------------------------------------------------------------*
       6700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6710-COMPARAR-CONTA             SECTION.
      *----------------------------------------------------------------*

           IF TAB-CTA-CONTA (WRK-IDX-CTA) EQUAL WRK-CONTA-LANCTO
              MOVE WRK-IDX-CTA          TO      WRK-IDX-CTA-ACHADA
           END-IF.

      *----------------------------------------------------------------*
       6710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * UMA LINHA POR CONTA (SALDO ESPERADO = SALDO ANTERIOR DO RAZAO *
      * + MOVIMENTO ESPERADO; DIFERENCA = SALDO DO RAZAO - ESPERADO), *
      * SEGUIDA DA ABERTURA POR FONTE, ORIGEM E CLASSE. NA ABERTURA, A *
      * DIFERENCA DA INTERFACE DIARIA E O ESPERADO MENOS O ACEITO     *
      * PELO RAZAO, MARCADA COM '*'                                    *
      *----------------------------------------------------------------*
       8000-EMITIR-CONCILIACAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '8000-EMITIR-CONCILIACAO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 8100-EMITIR-CONTA
             VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA        GREATER WRK-QTD-CONTAS.

      *----------------------------------------------------------------*
       8000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8100-EMITIR-CONTA               SECTION.
      *----------------------------------------------------------------*

           MOVE '8100-EMITIR-CONTA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           COMPUTE WRK-VLR-SALDO-ESPER =
                   TAB-CTA-SALDO-ANTER (WRK-IDX-CTA)
                 + TAB-CTA-MOVTO-ESPER (WRK-IDX-CTA).
           COMPUTE WRK-VLR-DIFERENCA =
                   TAB-CTA-SALDO-RAZAO (WRK-IDX-CTA)
                 - WRK-VLR-SALDO-ESPER.

           MOVE TAB-CTA-CONTA (WRK-IDX-CTA)       TO CNC-CONTA.
           MOVE TAB-CTA-SALDO-ANTER (WRK-IDX-CTA) TO CNC-SALDO-ANTER.
           MOVE TAB-CTA-MOVTO-RAZAO (WRK-IDX-CTA) TO CNC-MOVTO-RAZAO.
           MOVE TAB-CTA-MOVTO-ESPER (WRK-IDX-CTA) TO CNC-MOVTO-ESPER.
           MOVE WRK-VLR-SALDO-ESPER               TO CNC-SALDO-ESPER.
           MOVE TAB-CTA-SALDO-RAZAO (WRK-IDX-CTA) TO CNC-SALDO-RAZAO.
           MOVE WRK-VLR-DIFERENCA                 TO CNC-DIFERENCA.

           EVALUATE TRUE
              WHEN TAB-CTA-IN-RAZAO (WRK-IDX-CTA) EQUAL 'N'
                 MOVE 'AUSENTE RAZAO' TO        CNC-OBSERVACAO
              WHEN WRK-VLR-DIFERENCA NOT EQUAL  ZEROS
                 MOVE 'DIVERGENTE'    TO        CNC-OBSERVACAO
              WHEN OTHER
                 MOVE 'CONCILIADA'    TO        CNC-OBSERVACAO
           END-EVALUATE.

           IF WRK-VLR-DIFERENCA     NOT EQUAL   ZEROS
              ADD 1                     TO      WRK-CONTAS-DIVERGENTES
              ADD WRK-VLR-DIFERENCA     TO      WRK-TOT-DIFERENCAS
           END-IF.

           WRITE FD-GOTF042R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1150-TESTAR-FS-GOTF042R.
           WRITE FD-GOTF042R            FROM    WRK-LINHA-CABEC-CONTA.
           PERFORM 1150-TESTAR-FS-GOTF042R.
           WRITE FD-GOTF042R            FROM    WRK-LINHA-CONTA.
           PERFORM 1150-TESTAR-FS-GOTF042R.
           WRITE FD-GOTF042R            FROM    WRK-LINHA-CABEC-ITEM.
           PERFORM 1150-TESTAR-FS-GOTF042R.

           PERFORM 8200-EMITIR-ITEM
             VARYING WRK-IDX-ITE FROM 1 BY 1
               UNTIL WRK-IDX-ITE        GREATER WRK-QTD-ITENS.

      *----------------------------------------------------------------*
       8100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8200-EMITIR-ITEM                SECTION.
      *----------------------------------------------------------------*

           IF TAB-ITE-CONTA (WRK-IDX-ITE) NOT EQUAL
                                        TAB-CTA-CONTA (WRK-IDX-CTA)
              GO TO 8200-99-FIM
           END-IF.

           MOVE '8200-EMITIR-ITEM'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-VLR-DIFERENCA.
           IF TAB-ITE-FONTE (WRK-IDX-ITE) EQUAL 'CTB'
              COMPUTE WRK-VLR-DIFERENCA =
                      TAB-ITE-ESPERADO (WRK-IDX-ITE)
                    - TAB-ITE-ACEITO (WRK-IDX-ITE)
           END-IF.

           MOVE TAB-ITE-FONTE (WRK-IDX-ITE)    TO ITE-FONTE.
           MOVE TAB-ITE-CSIST (WRK-IDX-ITE)    TO ITE-CSIST.
           MOVE TAB-ITE-CJUSTF (WRK-IDX-ITE)   TO ITE-CJUSTF.
           MOVE TAB-ITE-ESPERADO (WRK-IDX-ITE) TO ITE-ESPERADO.
           MOVE TAB-ITE-ACEITO (WRK-IDX-ITE)   TO ITE-ACEITO.
           MOVE TAB-ITE-PENDENTE (WRK-IDX-ITE) TO ITE-PENDENTE.
           MOVE TAB-ITE-RECUSADO (WRK-IDX-ITE) TO ITE-RECUSADO.
           MOVE WRK-VLR-DIFERENCA              TO ITE-DIFERENCA.

           IF WRK-VLR-DIFERENCA     NOT EQUAL   ZEROS
              MOVE '*'                  TO      ITE-MARCA
           ELSE
              MOVE SPACES               TO      ITE-MARCA
           END-IF.

           WRITE FD-GOTF042R            FROM    WRK-LINHA-ITEM.
           PERFORM 1150-TESTAR-FS-GOTF042R.

      *----------------------------------------------------------------*
       8200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LINHAS DA INTERFACE DIARIA ATE O FIM DA COMPETENCIA AINDA     *
      * RECUSADAS ('R', AGUARDANDO O REENVIO DO GOTF2CTB) OU SEM      *
      * RESPOSTA DO RAZAO ('E') - EXPLICAM PARTE DAS DIFERENCAS        *
      *----------------------------------------------------------------*
       8500-LISTAR-PENDENTES           SECTION.
      *----------------------------------------------------------------*

           MOVE '8500-LISTAR-PENDENTES' TO      FRWKGHEA-IDEN-PARAGRAFO.

           WRITE FD-GOTF042R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1150-TESTAR-FS-GOTF042R.
           WRITE FD-GOTF042R            FROM    WRK-LINHA-TITULO-PEND.
           PERFORM 1150-TESTAR-FS-GOTF042R.
           WRITE FD-GOTF042R            FROM    WRK-LINHA-CABEC-PEND.
           PERFORM 1150-TESTAR-FS-GOTF042R.

           EXEC SQL
                OPEN CPEN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCTRL_LANC_CTBIL'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0060'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 8510-LER-PENDENTE.

           PERFORM 8520-GRAVAR-PENDENTE
             UNTIL WRK-EOF-PENDENTE.

           EXEC SQL
                CLOSE CPEN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCTRL_LANC_CTBIL'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0062'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       8500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8510-LER-PENDENTE               SECTION.
      *----------------------------------------------------------------*

           MOVE '8510-LER-PENDENTE'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPEN
                 INTO :GOTFB0E6.DT-CONTABIL,
                      :GOTFB0E6.NSEQ-LANC,
                      :GOTFB0E6.CCONTA-CTBIL,
                      :GOTFB0E6.IND-DEB-CRED,
                      :GOTFB0E6.CSIST-ORIGE-TARIF,
                      :GOTFB0E6.CJUSTF-EVNTO-TARIF,
                      :GOTFB0E6.VVALOR-LANC,
                      :GOTFB0E6.IN-SITUACAO,
                      :GOTFB0E6.DS-MOTIVO-RECUSA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-PENDENTE   TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TCTRL_LANC_CTBIL' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0061'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       8510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8520-GRAVAR-PENDENTE            SECTION.
      *----------------------------------------------------------------*

           MOVE '8520-GRAVAR-PENDENTE'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE DT-CONTABIL OF GOTFB0E6        TO PEN-DT-CONTABIL.
           MOVE NSEQ-LANC OF GOTFB0E6          TO PEN-NSEQ-LANC.
           MOVE CCONTA-CTBIL OF GOTFB0E6       TO PEN-CONTA.
           MOVE IND-DEB-CRED OF GOTFB0E6       TO PEN-IND-DEB-CRED.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0E6  TO PEN-CSIST-ORIGE.
           MOVE CJUSTF-EVNTO-TARIF OF GOTFB0E6 TO PEN-CJUSTF.
           MOVE VVALOR-LANC OF GOTFB0E6        TO PEN-VALOR.
           MOVE IN-SITUACAO OF GOTFB0E6        TO PEN-SITUACAO.
           MOVE DS-MOTIVO-RECUSA OF GOTFB0E6   TO PEN-MOTIVO.

           WRITE FD-GOTF042R            FROM    WRK-LINHA-PEND.
           PERFORM 1150-TESTAR-FS-GOTF042R.

           ADD 1                        TO      WRK-LINHAS-PENDENTES.

           PERFORM 8510-LER-PENDENTE.

      *----------------------------------------------------------------*
       8520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2CNC ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CONCILIACAO SUBLEDGER/RAZAO *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* COMPETENCIA       : ' WRK-AAMM-REFER-NUM
           DISPLAY '* SALDOS DO RAZAO   : ' WRK-SALDOS-LIDOS
           DISPLAY '* AGREGADOS TSIT    : ' WRK-AGREGADOS-LIDOS
           DISPLAY '* GRUPOS CONTROLE   : ' WRK-CONTROLES-LIDOS
           DISPLAY '* CONTAS CONCILIADAS: ' WRK-QTD-CONTAS
           DISPLAY '* CONTAS DIVERGENTES: ' WRK-CONTAS-DIVERGENTES
           DISPLAY '* TOTAL DIFERENCAS  : ' WRK-TOT-DIFERENCAS
           DISPLAY '* LINHAS PENDENTES  : ' WRK-LINHAS-PENDENTES
           DISPLAY '*********** GOTF2CNC ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF042E
                 GOTF042R.

           PERFORM 1100-TESTAR-FS-GOTF042E.
           PERFORM 1150-TESTAR-FS-GOTF042R.

           IF WRK-CONTAS-DIVERGENTES    GREATER ZEROS
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

           MOVE 'GOTF2CNC'              TO      FRWKGHEA-NOME-PROGRAMA.

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
