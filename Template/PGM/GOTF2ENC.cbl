      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2ENC.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2ENC                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  JANEIRO/2028                                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF043S          O              WRK-REG-BAIXA  *
      *                GOTF043R          O              WRK-LINHA-ENC  *
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
      *                DB2PRD.TCADT_CONTA_CLIEN         GOTFB0E4       *
      *                DB2PRD.TENCR_CONTA_TARIF         GOTFB0G0       *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TACUM_TARIF_MENSAL        GOTFB0B2       *
      *                DB2PRD.TPEND_COBR_TARIF          GOTFB0D2       *
      *                DB2PRD.TPARC_EVNTO_TARIF         GOTFB0D1       *
      *                DB2PRD.TISEN_EVNTO_TARIF         (UPDATE)       *
      *                DB2PRD.TPRECO_CLIEN_TARIF        (UPDATE)       *
      *                DB2PRD.TPEND_MANUT_TARIF         (UPDATE)       *
      *                DB2PRD.TCICLO_COBR_TARIF         GOTFB0E2       *
      *                DB2PRD.TXREF_MANIF_TARIF         (CURSOR)       *
      *                DB2PRD.TMIGR_CONTA_TARIF         (CURSOR)       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    JAN/2028 - HOMI - PROGRAMA CRIADO. CASCATA DIARIA DO        *
      *               ENCERRAMENTO DE CONTA. O GOTF2DSS JA RECUSA      *
      *               EVENTO NOVO DE CONTA NAO ATIVA; ESTE PROGRAMA    *
      *               TRATA O QUE JA ESTAVA EM CURSO. PARA CADA CONTA  *
      *               ENCERRADA ('E') EM TCADT_CONTA_CLIEN AINDA NAO   *
      *               REGISTRADA EM TENCR_CONTA_TARIF, OU QUE VOLTOU A *
      *               TER ITEM COBRAVEL EM ABERTO, APLICA A POLITICA:  *
      *               (1) EVENTO POSTADO E NAO REMETIDO - ENTREGUE A   *
      *               COBRANCA;                                        *
      *               (2) PENDENCIA DE DEBITO EM TPEND_COBR_TARIF      *
      *               ('P') - BAIXA ANTECIPADA, SEM ESPERAR O FIM DA   *
      *               REGUA, E ENTREGUE A COBRANCA;                    *
      *               (3) PARCELAS PENDENTES EM TPARC_EVNTO_TARIF -    *
      *               VENCIMENTO ANTECIPADO: AS PARCELAS SAO           *
      *               CANCELADAS ('C') E O SALDO ENTREGUE A COBRANCA   *
      *               (PLANO COM PARCELA AINDA REMETIDA AGUARDA O      *
      *               RETORNO E E TRATADO NUM DIA SEGUINTE);           *
      *               A ENTREGA A COBRANCA E A MESMA BAIXA DO GOTF2RET *
      *               (EVENTO 'B', REGISTRO NO LAYOUT DO GOTF014S EM   *
      *               GOTF043S PARA A AREA DE CREDITO E CONTRAPARTIDA  *
      *               'BAIX' EM TSIT_MOVTO_TARIF, COM O ACUMULADO      *
      *               MES-A-DATA);                                     *
      *               (4) ISENCOES E PRECOS NEGOCIADOS VIGENTES -      *
      *               VIGENCIA ENCERRADA NA DATA DO PROCESSAMENTO;     *
      *               (5) MANUTENCAO PENDENTE DE DUPLA CUSTODIA DA     *
      *               CONTA - REJEITADA;                               *
      *               (6) CICLO DE COBRANCA EM TCICLO_COBR_TARIF -     *
      *               EXCLUIDO.                                        *
      *               EVENTO SOB CONTESTACAO ABERTA NAO E TOCADO (VOLTA*
      *               A SER AVALIADO QUANDO O PROTOCOLO ENCERRAR). AO  *
      *               FINAL CANCELA TAMBEM AS PARCELAS PENDENTES DE    *
      *               EVENTO JA ESTORNADO OU BAIXADO, DE QUALQUER      *
      *               CONTA. RELATORIO POR CONTA EM GOTF043R. UNICA    *
      *               UNIDADE DE TRABALHO, COMO O GOTF2REM: ABEND      *
      *               DESFAZ TUDO E O RERUN REGERA OS ARQUIVOS.        *
      *    FEV/2028 - HOMI - CONTA ENCERRADA POR RENUMERACAO (NUMERO   *
      *               ANTIGO EM TMIGR_CONTA_TARIF) NAO ENTRA NA        *
      *               CASCATA: SEUS DADOS ABERTOS JA FORAM MIGRADOS    *
      *               PARA A CONTA NOVA PELO GOTF2MIG.                 *
      *    OUT/2028 - HOMI - A REJEICAO DAS MANUTENCOES PENDENTES GRAVA*
      *               TAMBEM O MOMENTO EXATO DA DECISAO (TS_DECISAO)   *
      *               PARA A EXPORTACAO DE EVENTOS DE SEGURANCA.       *
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

           SELECT GOTF043S ASSIGN      TO   UT-S-GOTF043S
                      FILE STATUS      IS   WRK-FS-GOTF043S.

           SELECT GOTF043R ASSIGN      TO   UT-S-GOTF043R
                      FILE STATUS      IS   WRK-FS-GOTF043R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF043S - ITENS DE CONTA ENCERRADA ENTREGUES A      *
      *            COBRANCA (LAYOUT DO GOTF014S)                       *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF043S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF043S                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF043R - RELATORIO DO ENCERRAMENTO POR CONTA       *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  GOTF043R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF043R                 PIC  X(132).

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
       01  WRK-SW-EOF-EVENTO           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-EVENTO                      VALUE 'S'.
       01  WRK-SW-EOF-PENDENCIA        PIC  X(01) VALUE 'N'.
           88  WRK-EOF-PENDENCIA                   VALUE 'S'.
       01  WRK-SW-EOF-PLANO            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-PLANO                       VALUE 'S'.
       01  WRK-SW-CONTA-NOVA           PIC  X(01) VALUE 'N'.
           88  WRK-CONTA-NOVA                      VALUE 'S'.
       01  WRK-SW-CABEC-CONTA          PIC  X(01) VALUE 'N'.
           88  WRK-CABEC-CONTA-GRAVADO             VALUE 'S'.
       01  WRK-SW-ITEM-COBRANCA        PIC  X(01) VALUE 'N'.
           88  WRK-ITEM-COBRANCA                   VALUE 'S'.

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-DT-DETEC-ENCERR         PIC  X(10) VALUE SPACES.
       01  WRK-DT-NUNCA                PIC  X(10) VALUE '0001-01-01'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ITEM ENTREGUE A COBRANCA: CHAVE E DADOS DO EVENTO ORIGINAL    *
      * PARA O REGISTRO DE BAIXA E A CONTRAPARTIDA                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-VLR-COBRANCA            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-QTD-ITEM                PIC S9(09) COMP VALUE ZEROS.
       01  WRK-QTD-TENTATIVAS          PIC S9(04) COMP VALUE ZEROS.
       01  WRK-HSIT-ORIGINAL           PIC  X(08) VALUE SPACES.
       01  WRK-CSIT-ORIGINAL           PIC  X(02) VALUE SPACES.
       01  WRK-DRECEB-ORIGINAL         PIC  X(10) VALUE SPACES.
       01  WRK-NMOVTO-EDIT             PIC  9(13) VALUE ZEROS.
       01  WRK-ACAO                    PIC  X(32) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ACUMULADO MES-A-DATA DA CONTRAPARTIDA DE BAIXA (MESMO UPSERT  *
      * DO GOTF2RET)                                                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-VLR-ACUMULAR            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-DRECEB-DESMEMBRADA.
         05  WRK-DRECEB-AAAA           PIC  9(04).
         05  FILLER                    PIC  X(01).
         05  WRK-DRECEB-MM             PIC  9(02).
         05  FILLER                    PIC  X(03).
       01  WRK-AAMM-EVENTO.
         05  WRK-AAMM-EVENTO-AAAA      PIC  9(04).
         05  WRK-AAMM-EVENTO-MM        PIC  9(02).
       01  FILLER REDEFINES WRK-AAMM-EVENTO.
         05  WRK-AAMM-EVENTO-NUM       PIC  9(06).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TOTAIS DA CONTA CORRENTE                                       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CTA-ITENS-COBR          PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-CTA-VLR-COBR            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-CTA-ACOES               PIC S9(09) COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-CONTAS-LIDAS          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONTAS-NOVAS          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-EVENTOS-COBRANCA      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PENDENCIAS-BAIXADAS   PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PLANOS-ANTECIPADOS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PARC-CANCELADAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-ISEN-ENCERRADAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PRECOS-ENCERRADOS     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-MANUT-REJEITADAS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CICLOS-EXCLUIDOS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PARC-ORFAS            PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-VLR-TOT-COBRANCA      PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF043S             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF043R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF043S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-BAIXA.
         05  BXA-CSIST-ORIGE-TARIF     PIC  X(003).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  BXA-NMOVTO-EVNTO-TARIF    PIC  9(013).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  BXA-DRECEB-MOVTO-TARIF    PIC  X(010).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  BXA-VVALOR-COBR-TARIF     PIC  9(013)V9(002).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  BXA-QTD-TENTATIVAS        PIC  9(004).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  BXA-DT-BAIXA              PIC  X(010).
         05  FILLER                    PIC  X(020) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF043R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-TITULO-ENC.
         05  FILLER                    PIC  X(045) VALUE
           'GOTF2ENC - ENCERRAMENTO DE CONTA - ITENS TRAT'.
         05  FILLER                    PIC  X(045) VALUE
           'ADOS E ENTREGUES A COBRANCA   PROCESSAMENTO: '.
         05  TIT-DATA-PROCESSO         PIC  X(010).
         05  FILLER                    PIC  X(032) VALUE SPACES.

       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.

       01  WRK-LINHA-CONTA.
         05  FILLER                    PIC  X(006) VALUE 'CONTA '.
         05  ENC-NCONTA-CLIEN          PIC  9(013).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ENC-NOME-CLIEN            PIC  X(040).
         05  FILLER                    PIC  X(023) VALUE
           ' ENCERRAMENTO DETECTADO'.
         05  FILLER                    PIC  X(004) VALUE ' EM '.
         05  ENC-DT-DETEC              PIC  X(010).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ENC-TIPO-TRATAMENTO       PIC  X(020).
         05  FILLER                    PIC  X(014) VALUE SPACES.

       01  WRK-LINHA-CABEC-ACAO.
         05  FILLER                    PIC  X(045) VALUE
           '    ACAO                             ORI DATA'.
         05  FILLER                    PIC  X(045) VALUE
           ' EVENT NUMERO EVENTO   QTD              VALOR'.
         05  FILLER                    PIC  X(042) VALUE SPACES.

       01  WRK-LINHA-ACAO.
         05  FILLER                    PIC  X(004) VALUE SPACES.
         05  ACA-ACAO                  PIC  X(032).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ACA-CSIST-ORIGE           PIC  X(003).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ACA-DRECEB                PIC  X(010).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ACA-NMOVTO                PIC  X(013).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ACA-QTD                   PIC  ZZZZ9.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  ACA-VALOR                 PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(042) VALUE SPACES.

       01  WRK-LINHA-TOTAL-CONTA.
         05  FILLER                    PIC  X(004) VALUE SPACES.
         05  FILLER                    PIC  X(045) VALUE
           'TOTAL ENTREGUE A COBRANCA                    '.
         05  FILLER                    PIC  X(016) VALUE SPACES.
         05  TOT-QTD                   PIC  ZZZZ9.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  TOT-VALOR                 PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(042) VALUE SPACES.

       01  WRK-LINHA-AVISO.
         05  FILLER                    PIC  X(004) VALUE SPACES.
         05  AVI-TEXTO                 PIC  X(080).
         05  AVI-QTD                   PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(037) VALUE SPACES.

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
               INCLUDE GOTFB0B2
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
               INCLUDE GOTFB0E4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G0
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTAS ENCERRADAS A TRATAR: AINDA SEM CONTROLE DE             *
      * ENCERRAMENTO (NOVAS) OU JA CONTROLADAS MAS COM ITEM COBRAVEL  *
      * EM ABERTO DE NOVO - EVENTO DEVOLVIDO A PENDENTE PELO RETORNO  *
      * DE CONSOLIDADO, PENDENCIA NASCIDA DE RECUSA DE REMESSA         *
      * ANTERIOR AO ENCERRAMENTO OU PARCELA QUE VOLTOU DO SISTEMA DE   *
      * DEBITO. CONTA RENUMERADA (MIGRADA PELO GOTF2MIG) FICA DE FORA *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CENC CURSOR FOR
                SELECT C.NCONTA_CLIEN,
                       C.NOME_CLIEN,
                       COALESCE(
                       (SELECT E.DT_DETEC_ENCERR
                          FROM DB2PRD.TENCR_CONTA_TARIF E
                         WHERE E.NCONTA_CLIEN = C.NCONTA_CLIEN),
                       '0001-01-01')
                  FROM DB2PRD.TCADT_CONTA_CLIEN C
                 WHERE C.IN_SITUACAO_CONTA = 'E'
                   AND (NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TENCR_CONTA_TARIF E
                         WHERE E.NCONTA_CLIEN = C.NCONTA_CLIEN)
                    OR EXISTS
                       (SELECT 1
                          FROM DB2PRD.TSIT_MOVTO_TARIF T
                         WHERE T.NCONTA_CLIEN      = C.NCONTA_CLIEN
                           AND T.IND_REMES_TARIF   = 'N'
                           AND T.CSIT_EVNTO_TARIF  = 'P'
                           AND T.VVALOR_COBR_TARIF > 0
                           AND T.CJUSTF_EVNTO_TARIF NOT IN
                               ('ESTR', 'AJTE'))
                    OR EXISTS
                       (SELECT 1
                          FROM DB2PRD.TPEND_COBR_TARIF D,
                               DB2PRD.TSIT_MOVTO_TARIF T
                         WHERE D.CSIST_ORIGE_TARIF  =
                               T.CSIST_ORIGE_TARIF
                           AND D.DRECEB_MOVTO_TARIF =
                               T.DRECEB_MOVTO_TARIF
                           AND D.NMOVTO_EVNTO_TARIF =
                               T.NMOVTO_EVNTO_TARIF
                           AND D.IN_SITUACAO        = 'P'
                           AND T.NCONTA_CLIEN       = C.NCONTA_CLIEN)
                    OR EXISTS
                       (SELECT 1
                          FROM DB2PRD.TPARC_EVNTO_TARIF P,
                               DB2PRD.TSIT_MOVTO_TARIF T
                         WHERE P.CSIST_ORIGE_TARIF  =
                               T.CSIST_ORIGE_TARIF
                           AND P.DRECEB_MOVTO_TARIF =
                               T.DRECEB_MOVTO_TARIF
                           AND P.NMOVTO_EVNTO_TARIF =
                               T.NMOVTO_EVNTO_TARIF
                           AND P.IN_SITUACAO        = 'P'
                           AND T.NCONTA_CLIEN       = C.NCONTA_CLIEN))
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TMIGR_CONTA_TARIF M
                         WHERE M.NCONTA_ANTIGA = C.NCONTA_CLIEN)
                 ORDER BY C.NCONTA_CLIEN
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * EVENTOS DA CONTA POSTADOS E NAO REMETIDOS (MESMO CRITERIO DE  *
      * EVENTO COBRAVEL DO GOTF2PAR), FORA DE CONTESTACAO ABERTA      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CEVT CURSOR FOR
                SELECT T.CSIST_ORIGE_TARIF,
                       T.DRECEB_MOVTO_TARIF,
                       T.NMOVTO_EVNTO_TARIF,
                       T.VVALOR_COBR_TARIF,
                       T.HSIT_OPER_REALZ,
                       T.CSIT_OPER_REALZ,
                       T.NFATUR_TARIF
                  FROM DB2PRD.TSIT_MOVTO_TARIF T
                 WHERE T.NCONTA_CLIEN      = :GOTFB0E4.NCONTA-CLIEN
                   AND T.IND_REMES_TARIF   = 'N'
                   AND T.CSIT_EVNTO_TARIF  = 'P'
                   AND T.VVALOR_COBR_TARIF > 0
                   AND T.CJUSTF_EVNTO_TARIF NOT IN ('ESTR', 'AJTE')
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
                 ORDER BY T.CSIST_ORIGE_TARIF,
                          T.DRECEB_MOVTO_TARIF,
                          T.NMOVTO_EVNTO_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PENDENCIAS DE DEBITO DA CONTA AINDA NA REGUA DE RETENTATIVA,  *
      * FORA DE CONTESTACAO ABERTA                                     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPND CURSOR FOR
                SELECT D.CSIST_ORIGE_TARIF,
                       D.DRECEB_MOVTO_TARIF,
                       D.NMOVTO_EVNTO_TARIF,
                       D.QTD_TENTATIVAS,
                       T.VVALOR_COBR_TARIF,
                       T.HSIT_OPER_REALZ,
                       T.CSIT_OPER_REALZ,
                       T.NFATUR_TARIF
                  FROM DB2PRD.TPEND_COBR_TARIF D,
                       DB2PRD.TSIT_MOVTO_TARIF T
                 WHERE D.CSIST_ORIGE_TARIF  = T.CSIST_ORIGE_TARIF
                   AND D.DRECEB_MOVTO_TARIF = T.DRECEB_MOVTO_TARIF
                   AND D.NMOVTO_EVNTO_TARIF = T.NMOVTO_EVNTO_TARIF
                   AND D.IN_SITUACAO        = 'P'
                   AND T.NCONTA_CLIEN       = :GOTFB0E4.NCONTA-CLIEN
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
                 ORDER BY D.CSIST_ORIGE_TARIF,
                          D.DRECEB_MOVTO_TARIF,
                          D.NMOVTO_EVNTO_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PLANOS DE PARCELAMENTO DA CONTA COM PARCELAS PENDENTES E SEM  *
      * PARCELA REMETIDA AGUARDANDO RETORNO: QUANTIDADE E SALDO DAS   *
      * PARCELAS A ANTECIPAR                                           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPLA CURSOR FOR
                SELECT P.CSIST_ORIGE_TARIF,
                       P.DRECEB_MOVTO_TARIF,
                       P.NMOVTO_EVNTO_TARIF,
                       COUNT(*),
                       SUM(P.VVALOR_PARC),
                       T.HSIT_OPER_REALZ,
                       T.CSIT_OPER_REALZ,
                       T.NFATUR_TARIF
                  FROM DB2PRD.TPARC_EVNTO_TARIF P,
                       DB2PRD.TSIT_MOVTO_TARIF  T
                 WHERE P.CSIST_ORIGE_TARIF  = T.CSIST_ORIGE_TARIF
                   AND P.DRECEB_MOVTO_TARIF = T.DRECEB_MOVTO_TARIF
                   AND P.NMOVTO_EVNTO_TARIF = T.NMOVTO_EVNTO_TARIF
                   AND P.IN_SITUACAO        = 'P'
                   AND T.NCONTA_CLIEN       = :GOTFB0E4.NCONTA-CLIEN
                   AND T.CSIT_EVNTO_TARIF NOT IN ('E', 'B')
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TPARC_EVNTO_TARIF R
                         WHERE R.CSIST_ORIGE_TARIF  =
                               P.CSIST_ORIGE_TARIF
                           AND R.DRECEB_MOVTO_TARIF =
                               P.DRECEB_MOVTO_TARIF
                           AND R.NMOVTO_EVNTO_TARIF =
                               P.NMOVTO_EVNTO_TARIF
                           AND R.IN_SITUACAO        = 'R')
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
                 GROUP BY P.CSIST_ORIGE_TARIF,
                          P.DRECEB_MOVTO_TARIF,
                          P.NMOVTO_EVNTO_TARIF,
                          T.HSIT_OPER_REALZ,
                          T.CSIT_OPER_REALZ,
                          T.NFATUR_TARIF
                 ORDER BY P.CSIST_ORIGE_TARIF,
                          P.DRECEB_MOVTO_TARIF,
                          P.NMOVTO_EVNTO_TARIF
           END-EXEC.

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

           PERFORM 3000-TRATAR-CONTA
             UNTIL WRK-EOF-CONTA.

           PERFORM 1900-FECHAR-CONTAS.

           PERFORM 4000-CANCELAR-PARC-ORFAS.

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

           OPEN OUTPUT  GOTF043S.
           PERFORM 1100-TESTAR-FS-GOTF043S.

           OPEN OUTPUT  GOTF043R.
           PERFORM 1150-TESTAR-FS-GOTF043R.

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

           MOVE WRK-DATA-PROCESSO       TO      TIT-DATA-PROCESSO.
           WRITE FD-GOTF043R            FROM    WRK-LINHA-TITULO-ENC.
           PERFORM 1150-TESTAR-FS-GOTF043R.

           EXEC SQL
                OPEN CENC
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCADT_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-CONTA.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF043S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF043S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF043S       NOT EQUAL   '00'
              MOVE 'GOTF043S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF043S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-TESTAR-FS-GOTF043R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1150-TESTAR-FS-GOTF043R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF043R       NOT EQUAL   '00'
              MOVE 'GOTF043R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF043R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1900-FECHAR-CONTAS              SECTION.
      *----------------------------------------------------------------*

           MOVE '1900-FECHAR-CONTAS'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                CLOSE CENC
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCADT_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0012'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CONTA                  SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-CONTA'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CENC
                 INTO :GOTFB0E4.NCONTA-CLIEN,
                      :GOTFB0E4.NOME-CLIEN,
                      :WRK-DT-DETEC-ENCERR
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
                 ADD 1                  TO      WRK-CONTAS-LIDAS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APLICA A POLITICA DE ENCERRAMENTO A CONTA CORRENTE. O
      *    CABECALHO DA CONTA SO SAI NO RELATORIO QUANDO HA ACAO OU
      *    QUANDO A CONTA E NOVA (O ENCERRAMENTO FICA DOCUMENTADO MESMO
      *    SEM ITEM EM ABERTO).
      *----------------------------------------------------------------*
       3000-TRATAR-CONTA               SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-TRATAR-CONTA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-CABEC-CONTA.
           MOVE ZEROS                   TO      WRK-CTA-ITENS-COBR
                                                WRK-CTA-VLR-COBR
                                                WRK-CTA-ACOES.

           IF WRK-DT-DETEC-ENCERR       EQUAL   WRK-DT-NUNCA
              SET WRK-CONTA-NOVA        TO      TRUE
              MOVE WRK-DATA-PROCESSO    TO      WRK-DT-DETEC-ENCERR
              ADD 1                     TO      WRK-CONTAS-NOVAS
           ELSE
              MOVE 'N'                  TO      WRK-SW-CONTA-NOVA
           END-IF.

           PERFORM 3100-COBRAR-EVENTOS.

           PERFORM 3200-BAIXAR-PENDENCIAS.

           PERFORM 3300-ANTECIPAR-PARCELAS.

           PERFORM 3400-ENCERRAR-ISENCOES.

           PERFORM 3500-ENCERRAR-PRECOS.

           PERFORM 3600-REJEITAR-MANUTENCOES.

           PERFORM 3700-EXCLUIR-CICLO.

           IF WRK-CONTA-NOVA  AND  NOT WRK-CABEC-CONTA-GRAVADO
              PERFORM 6100-GRAVAR-CABEC-CONTA
              MOVE 'NENHUM ITEM EM ABERTO NA CONTA'
                                        TO      AVI-TEXTO
              MOVE ZEROS                TO      AVI-QTD
              WRITE FD-GOTF043R         FROM    WRK-LINHA-AVISO
              PERFORM 1150-TESTAR-FS-GOTF043R
           END-IF.

           IF WRK-CTA-ITENS-COBR        GREATER ZEROS
              MOVE WRK-CTA-ITENS-COBR   TO      TOT-QTD
              MOVE WRK-CTA-VLR-COBR     TO      TOT-VALOR
              WRITE FD-GOTF043R         FROM    WRK-LINHA-TOTAL-CONTA
              PERFORM 1150-TESTAR-FS-GOTF043R
           END-IF.

           PERFORM 3800-REGISTRAR-ENCERRAMENTO.

           PERFORM 2100-LER-CONTA.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (1) EVENTOS POSTADOS E NAO REMETIDOS: SAEM DO FLUXO DE        *
      * REMESSA (IND_REMES_TARIF 'S') E SAO ENTREGUES A COBRANCA      *
      *----------------------------------------------------------------*
       3100-COBRAR-EVENTOS             SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-COBRAR-EVENTOS'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-EVENTO.

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

           PERFORM 3110-LER-EVENTO.

           PERFORM 3120-TRATAR-EVENTO
             UNTIL WRK-EOF-EVENTO.

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
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3110-LER-EVENTO                 SECTION.
      *----------------------------------------------------------------*

           MOVE '3110-LER-EVENTO'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CEVT
                 INTO :GOTFB0B7.CSIST-ORIGE-TARIF,
                      :GOTFB0B7.DRECEB-MOVTO-TARIF,
                      :GOTFB0B7.NMOVTO-EVNTO-TARIF,
                      :WRK-VLR-COBRANCA,
                      :WRK-HSIT-ORIGINAL,
                      :WRK-CSIT-ORIGINAL,
                      :GOTFB0B7.NFATUR-ORIGE
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-EVENTO     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0021'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3120-TRATAR-EVENTO              SECTION.
      *----------------------------------------------------------------*

           MOVE '3120-TRATAR-EVENTO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TSIT_MOVTO_TARIF
                   SET IND_REMES_TARIF  = 'S'
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0023'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE ZEROS                   TO      WRK-QTD-TENTATIVAS.
           MOVE 1                       TO      WRK-QTD-ITEM.
           MOVE 'EVENTO NAO REMETIDO - COBRANCA' TO WRK-ACAO.

           PERFORM 5000-ENTREGAR-COBRANCA.

           ADD 1                        TO      WRK-EVENTOS-COBRANCA.

           PERFORM 3110-LER-EVENTO.

      *----------------------------------------------------------------*
       3120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (2) PENDENCIAS NA REGUA DE RETENTATIVA: BAIXA ANTECIPADA       *
      *----------------------------------------------------------------*
       3200-BAIXAR-PENDENCIAS          SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-BAIXAR-PENDENCIAS' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-PENDENCIA.

           EXEC SQL
                OPEN CPND
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_COBR_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3210-LER-PENDENCIA.

           PERFORM 3220-TRATAR-PENDENCIA
             UNTIL WRK-EOF-PENDENCIA.

           EXEC SQL
                CLOSE CPND
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_COBR_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0032'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-LER-PENDENCIA              SECTION.
      *----------------------------------------------------------------*

           MOVE '3210-LER-PENDENCIA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPND
                 INTO :GOTFB0B7.CSIST-ORIGE-TARIF,
                      :GOTFB0B7.DRECEB-MOVTO-TARIF,
                      :GOTFB0B7.NMOVTO-EVNTO-TARIF,
                      :GOTFB0D2.QTD-TENTATIVAS,
                      :WRK-VLR-COBRANCA,
                      :WRK-HSIT-ORIGINAL,
                      :WRK-CSIT-ORIGINAL,
                      :GOTFB0B7.NFATUR-ORIGE
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-PENDENCIA  TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPEND_COBR_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0031'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3220-TRATAR-PENDENCIA           SECTION.
      *----------------------------------------------------------------*

           MOVE '3220-TRATAR-PENDENCIA' TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TPEND_COBR_TARIF
                   SET IN_SITUACAO = 'B'
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_COBR_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0033'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE QTD-TENTATIVAS OF GOTFB0D2 TO   WRK-QTD-TENTATIVAS.
           MOVE 1                       TO      WRK-QTD-ITEM.
           MOVE 'PENDENCIA DE DEBITO - COBRANCA' TO WRK-ACAO.

           PERFORM 5000-ENTREGAR-COBRANCA.

           ADD 1                        TO      WRK-PENDENCIAS-BAIXADAS.

           PERFORM 3210-LER-PENDENCIA.

      *----------------------------------------------------------------*
       3220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (3) PLANOS DE PARCELAMENTO: VENCIMENTO ANTECIPADO DAS         *
      * PARCELAS PENDENTES, QUE SAO CANCELADAS ('C'), E O SALDO       *
      * ENTREGUE A COBRANCA. O EVENTO BAIXADO ('B') LEVA O GOTF2DIF A *
      * REVERTER O SALDO DIFERIDO DO PLANO NO FECHAMENTO              *
      *----------------------------------------------------------------*
       3300-ANTECIPAR-PARCELAS         SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-ANTECIPAR-PARCELAS' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-PLANO.

           EXEC SQL
                OPEN CPLA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3310-LER-PLANO.

           PERFORM 3320-TRATAR-PLANO
             UNTIL WRK-EOF-PLANO.

           EXEC SQL
                CLOSE CPLA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0042'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-LER-PLANO                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3310-LER-PLANO'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPLA
                 INTO :GOTFB0B7.CSIST-ORIGE-TARIF,
                      :GOTFB0B7.DRECEB-MOVTO-TARIF,
                      :GOTFB0B7.NMOVTO-EVNTO-TARIF,
                      :WRK-QTD-ITEM,
                      :WRK-VLR-COBRANCA,
                      :WRK-HSIT-ORIGINAL,
                      :WRK-CSIT-ORIGINAL,
                      :GOTFB0B7.NFATUR-ORIGE
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-PLANO      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPARC_EVNTO_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0041'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3320-TRATAR-PLANO               SECTION.
      *----------------------------------------------------------------*

           MOVE '3320-TRATAR-PLANO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TPARC_EVNTO_TARIF
                   SET IN_SITUACAO = 'C'
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
                   AND IN_SITUACAO        = 'P'
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0043'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD SQLERRD (3)              TO      WRK-PARC-CANCELADAS.

           MOVE ZEROS                   TO      WRK-QTD-TENTATIVAS.
           MOVE 'PARCELAS ANTECIPADAS - COBRANCA' TO WRK-ACAO.

           PERFORM 5000-ENTREGAR-COBRANCA.

           ADD 1                        TO      WRK-PLANOS-ANTECIPADOS.

           PERFORM 3310-LER-PLANO.

      *----------------------------------------------------------------*
       3320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (4) ISENCOES VIGENTES OU FUTURAS: VIGENCIA ENCERRADA NA DATA  *
      * DO PROCESSAMENTO (A FUTURA, NA PROPRIA DATA DE INICIO)        *
      *----------------------------------------------------------------*
       3400-ENCERRAR-ISENCOES          SECTION.
      *----------------------------------------------------------------*

           MOVE '3400-ENCERRAR-ISENCOES' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TISEN_EVNTO_TARIF
                   SET DFIM_VIGEN_ISEN =
                       CASE WHEN DINI_VIGEN_ISEN > :WRK-DATA-PROCESSO
                            THEN DINI_VIGEN_ISEN
                            ELSE :WRK-DATA-PROCESSO
                       END
                 WHERE NCONTA_CLIEN    = :GOTFB0E4.NCONTA-CLIEN
                   AND DFIM_VIGEN_ISEN > :WRK-DATA-PROCESSO
           END-EXEC.

           IF SQLCODE                   EQUAL   +100
              GO TO 3400-99-FIM
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TISEN_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE SQLERRD (3)             TO      WRK-QTD-ITEM.
           ADD WRK-QTD-ITEM             TO      WRK-ISEN-ENCERRADAS.

           MOVE 'ISENCOES ENCERRADAS'   TO      WRK-ACAO.
           MOVE ZEROS                   TO      WRK-VLR-COBRANCA.
           PERFORM 6200-GRAVAR-ACAO-CONTA.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (4) PRECOS NEGOCIADOS VIGENTES OU FUTUROS: IDEM               *
      *----------------------------------------------------------------*
       3500-ENCERRAR-PRECOS            SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-ENCERRAR-PRECOS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TPRECO_CLIEN_TARIF
                   SET DFIM_VIGEN_PRECO =
                       CASE WHEN DINI_VIGEN_PRECO > :WRK-DATA-PROCESSO
                            THEN DINI_VIGEN_PRECO
                            ELSE :WRK-DATA-PROCESSO
                       END
                 WHERE NCONTA_CLIEN     = :GOTFB0E4.NCONTA-CLIEN
                   AND DFIM_VIGEN_PRECO > :WRK-DATA-PROCESSO
           END-EXEC.

           IF SQLCODE                   EQUAL   +100
              GO TO 3500-99-FIM
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPRECO_CLIEN_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0055'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE SQLERRD (3)             TO      WRK-QTD-ITEM.
           ADD WRK-QTD-ITEM             TO      WRK-PRECOS-ENCERRADOS.

           MOVE 'PRECOS NEGOCIADOS ENCERRADOS'  TO WRK-ACAO.
           MOVE ZEROS                   TO      WRK-VLR-COBRANCA.
           PERFORM 6200-GRAVAR-ACAO-CONTA.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (5) PRECO/ISENCAO AINDA NA FILA DE DUPLA CUSTODIA: REJEITADA, *
      * PARA NAO SER EFETIVADA DEPOIS DO ENCERRAMENTO PELO GOTF48JS   *
      *----------------------------------------------------------------*
       3600-REJEITAR-MANUTENCOES       SECTION.
      *----------------------------------------------------------------*

           MOVE '3600-REJEITAR-MANUTENCOES' TO  FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TPEND_MANUT_TARIF
                   SET IN_SITUACAO      = 'R',
                       CUSUAR_APROV     = 'GOTF2ENC',
                       DT_APROVACAO     = :WRK-DATA-PROCESSO,
                       TS_DECISAO       = CHAR(CURRENT TIMESTAMP),
                       DS_MOTIVO_RECUSA = 'CONTA ENCERRADA'
                 WHERE NCONTA_CLIEN = :GOTFB0E4.NCONTA-CLIEN
                   AND IN_SITUACAO  = 'P'
           END-EXEC.

           IF SQLCODE                   EQUAL   +100
              GO TO 3600-99-FIM
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_MANUT_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0060'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE SQLERRD (3)             TO      WRK-QTD-ITEM.
           ADD WRK-QTD-ITEM             TO      WRK-MANUT-REJEITADAS.

           MOVE 'MANUTENCOES PENDENTES REJEITADAS' TO WRK-ACAO.
           MOVE ZEROS                   TO      WRK-VLR-COBRANCA.
           PERFORM 6200-GRAVAR-ACAO-CONTA.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (6) CICLO DE COBRANCA: A TABELA NAO TEM VIGENCIA - O CICLO E  *
      * EXCLUIDO. O RELATORIO GUARDA O DIA (QTD) E O VALOR MINIMO     *
      *----------------------------------------------------------------*
       3700-EXCLUIR-CICLO              SECTION.
      *----------------------------------------------------------------*

           MOVE '3700-EXCLUIR-CICLO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT DIA_DEBITO,
                       VVALOR_MIN_REMES
                  INTO :GOTFB0E2.DIA-DEBITO,
                       :GOTFB0E2.VVALOR-MIN-REMES
                  FROM DB2PRD.TCICLO_COBR_TARIF
                 WHERE NCONTA_CLIEN = :GOTFB0E4.NCONTA-CLIEN
           END-EXEC.

           IF SQLCODE                   EQUAL   +100
              GO TO 3700-99-FIM
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCICLO_COBR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0065'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                DELETE FROM DB2PRD.TCICLO_COBR_TARIF
                 WHERE NCONTA_CLIEN = :GOTFB0E4.NCONTA-CLIEN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCICLO_COBR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0066'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-CICLOS-EXCLUIDOS.

           MOVE 'CICLO EXCLUIDO (DIA / MINIMO)' TO WRK-ACAO.
           MOVE DIA-DEBITO OF GOTFB0E2  TO      WRK-QTD-ITEM.
           MOVE VVALOR-MIN-REMES OF GOTFB0E2 TO WRK-VLR-COBRANCA.
           PERFORM 6200-GRAVAR-ACAO-CONTA.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONTROLE DO ENCERRAMENTO: CONTA NOVA GANHA O REGISTRO COM A   *
      * DATA DE DETECCAO; CONTA JA CONTROLADA ACUMULA O QUE FOI       *
      * ENTREGUE A COBRANCA NESTA EXECUCAO                            *
      *----------------------------------------------------------------*
       3800-REGISTRAR-ENCERRAMENTO     SECTION.
      *----------------------------------------------------------------*

           MOVE '3800-REGISTRAR-ENCERRAMENTO' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-CLIEN OF GOTFB0E4
                                   TO NCONTA-CLIEN OF GOTFB0G0.
           MOVE WRK-DT-DETEC-ENCERR     TO      DT-DETEC-ENCERR
                                                OF GOTFB0G0.
           MOVE WRK-DATA-PROCESSO       TO      DT-ULT-TRATAMENTO
                                                OF GOTFB0G0.
           MOVE WRK-CTA-ITENS-COBR      TO      QTD-ITENS-COBR
                                                OF GOTFB0G0.
           MOVE WRK-CTA-VLR-COBR        TO      VVALOR-COBRANCA
                                                OF GOTFB0G0.

           IF WRK-CONTA-NOVA
              EXEC SQL
                INSERT INTO DB2PRD.TENCR_CONTA_TARIF
                      (NCONTA_CLIEN      ,
                       DT_DETEC_ENCERR   ,
                       DT_ULT_TRATAMENTO ,
                       QTD_ITENS_COBR    ,
                       VVALOR_COBRANCA)
                  VALUES
                      (:GOTFB0G0.NCONTA-CLIEN      ,
                       :GOTFB0G0.DT-DETEC-ENCERR   ,
                       :GOTFB0G0.DT-ULT-TRATAMENTO ,
                       :GOTFB0G0.QTD-ITENS-COBR    ,
                       :GOTFB0G0.VVALOR-COBRANCA)
              END-EXEC
              IF (SQLCODE           NOT EQUAL   ZEROS)  OR
                 (SQLWARN0              EQUAL   'W')
                 MOVE 'TENCR_CONTA_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-INSERT         TO      TRUE
                 MOVE '0070'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
              GO TO 3800-99-FIM
           END-IF.

           IF WRK-CTA-ACOES             EQUAL   ZEROS
              GO TO 3800-99-FIM
           END-IF.

           EXEC SQL
                UPDATE DB2PRD.TENCR_CONTA_TARIF
                   SET DT_ULT_TRATAMENTO = :GOTFB0G0.DT-ULT-TRATAMENTO,
                       QTD_ITENS_COBR    = QTD_ITENS_COBR +
                                           :GOTFB0G0.QTD-ITENS-COBR,
                       VVALOR_COBRANCA   = VVALOR_COBRANCA +
                                           :GOTFB0G0.VVALOR-COBRANCA
                 WHERE NCONTA_CLIEN = :GOTFB0G0.NCONTA-CLIEN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TENCR_CONTA_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0071'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PARCELAS PENDENTES DE EVENTO JA ESTORNADO OU BAIXADO, DE      *
      * QUALQUER CONTA: O EVENTO NAO E MAIS COBRAVEL E A RECEITA      *
      * DIFERIDA DO PLANO JA FOI REVERTIDA PELO GOTF2DIF - AS         *
      * PARCELAS SAO CANCELADAS PARA NAO IREM A REMESSA               *
      *----------------------------------------------------------------*
       4000-CANCELAR-PARC-ORFAS        SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-CANCELAR-PARC-ORFAS' TO   FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TPARC_EVNTO_TARIF P
                   SET IN_SITUACAO = 'C'
                 WHERE P.IN_SITUACAO = 'P'
                   AND EXISTS
                       (SELECT 1
                          FROM DB2PRD.TSIT_MOVTO_TARIF T
                         WHERE T.CSIST_ORIGE_TARIF  =
                               P.CSIST_ORIGE_TARIF
                           AND T.DRECEB_MOVTO_TARIF =
                               P.DRECEB_MOVTO_TARIF
                           AND T.NMOVTO_EVNTO_TARIF =
                               P.NMOVTO_EVNTO_TARIF
                           AND T.CSIT_EVNTO_TARIF IN ('E', 'B'))
           END-EXEC.

           IF SQLCODE                   EQUAL   ZEROS
              MOVE SQLERRD (3)          TO      WRK-PARC-ORFAS
           ELSE
           IF SQLCODE               NOT EQUAL   +100
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0080'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF
           END-IF.

           WRITE FD-GOTF043R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1150-TESTAR-FS-GOTF043R.

           MOVE 'PARCELAS DE EVENTOS ESTORNADOS/BAIXADOS CANCELADAS:'
                                        TO      AVI-TEXTO.
           MOVE WRK-PARC-ORFAS          TO      AVI-QTD.
           WRITE FD-GOTF043R            FROM    WRK-LINHA-AVISO.
           PERFORM 1150-TESTAR-FS-GOTF043R.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ENTREGA A COBRANCA O ITEM CORRENTE (CHAVE EM GOTFB0B7, VALOR  *
      * EM WRK-VLR-COBRANCA): EVENTO BAIXADO ('B'), REGISTRO NO       *
      * ARQUIVO DA AREA DE CREDITO E CONTRAPARTIDA 'BAIX' - A MESMA   *
      * BAIXA DO 5400 DO GOTF2RET                                      *
      *----------------------------------------------------------------*
       5000-ENTREGAR-COBRANCA          SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-ENTREGAR-COBRANCA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TSIT_MOVTO_TARIF
                   SET CSIT_EVNTO_TARIF = 'B'
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0090'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE CSIST-ORIGE-TARIF     OF GOTFB0B7
                                        TO      BXA-CSIST-ORIGE-TARIF.
           MOVE NMOVTO-EVNTO-TARIF    OF GOTFB0B7
                                        TO      BXA-NMOVTO-EVNTO-TARIF.
           MOVE DRECEB-MOVTO-TARIF    OF GOTFB0B7
                                        TO      BXA-DRECEB-MOVTO-TARIF.
           MOVE WRK-VLR-COBRANCA        TO      BXA-VVALOR-COBR-TARIF.
           MOVE WRK-QTD-TENTATIVAS      TO      BXA-QTD-TENTATIVAS.
           MOVE WRK-DATA-PROCESSO       TO      BXA-DT-BAIXA.

           MOVE WRK-REG-BAIXA           TO      FD-GOTF043S.

           WRITE FD-GOTF043S.

           PERFORM 1100-TESTAR-FS-GOTF043S.

           PERFORM 5100-POSTAR-CONTRAPARTIDA.

           SET WRK-ITEM-COBRANCA        TO      TRUE.
           PERFORM 6200-GRAVAR-ACAO-CONTA.
           MOVE 'N'                     TO      WRK-SW-ITEM-COBRANCA.

           ADD 1                        TO      WRK-CTA-ITENS-COBR.
           ADD WRK-VLR-COBRANCA         TO      WRK-CTA-VLR-COBR
                                                WRK-VLR-TOT-COBRANCA.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONTRAPARTIDA 'BAIX' DO VALOR ENTREGUE A COBRANCA, NA DATA DO *
      * PROCESSAMENTO, COMO O 5450 DO GOTF2RET. NASCE JA MARCADA COMO *
      * REMETIDA: A CONTA ESTA ENCERRADA E NADA MAIS VAI A REMESSA    *
      *----------------------------------------------------------------*
       5100-POSTAR-CONTRAPARTIDA       SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-POSTAR-CONTRAPARTIDA' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           MOVE DRECEB-MOVTO-TARIF OF GOTFB0B7 TO WRK-DRECEB-ORIGINAL.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0B7 TO WRK-NMOVTO-EDIT.

           MOVE WRK-DATA-PROCESSO       TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0B7.
           MOVE WRK-HSIT-ORIGINAL       TO      HSIT-OPER-REALZ
                                                OF GOTFB0B7.
           MOVE WRK-CSIT-ORIGINAL       TO      CSIT-OPER-REALZ
                                                OF GOTFB0B7.
           MOVE 'GOTF2ENC'              TO      CUSUAR-MOVTO-EVNTO
                                                OF GOTFB0B7.

           MOVE SPACES                  TO      RJUSTF-EVNTO-TARIF
                                                OF GOTFB0B7.
           STRING 'BAIXA POR ENCERRAMENTO DE CONTA EVENTO '
                                        DELIMITED BY SIZE
                  WRK-NMOVTO-EDIT       DELIMITED BY SIZE
             INTO RJUSTF-EVNTO-TARIF OF GOTFB0B7
           END-STRING.

           MOVE 'BAIX'                  TO      CJUSTF-EVNTO-TARIF
                                                OF GOTFB0B7.
           COMPUTE VVALOR-COBR-TARIF OF GOTFB0B7 =
                   WRK-VLR-COBRANCA * -1.
           MOVE 'BRL'                   TO      CMOEDA-ORIGL-TARIF
                                                OF GOTFB0B7.
           MOVE ZEROS                   TO      VVALOR-ORIGL-TARIF
                                                OF GOTFB0B7.
           MOVE NCONTA-CLIEN OF GOTFB0E4
                                   TO NCONTA-CLIEN OF GOTFB0B7.

           EXEC SQL
             INSERT INTO DB2PRD.TSIT_MOVTO_TARIF
                   (CSIST_ORIGE_TARIF  ,
                    DRECEB_MOVTO_TARIF ,
                    NMOVTO_EVNTO_TARIF ,
                    HSIT_OPER_REALZ    ,
                    CSIT_OPER_REALZ    ,
                    CUSUAR_MOVTO_EVNTO ,
                    RJUSTF_EVNTO_TARIF ,
                    CJUSTF_EVNTO_TARIF ,
                    VVALOR_COBR_TARIF  ,
                    CMOEDA_ORIGL_TARIF ,
                    VVALOR_ORIGL_TARIF ,
                    IND_REMES_TARIF    ,
                    NCONTA_CLIEN       ,
                    NFATUR_ORIGE)
               VALUES
                   (:GOTFB0B7.CSIST-ORIGE-TARIF  ,
                    :GOTFB0B7.DRECEB-MOVTO-TARIF ,
                    :GOTFB0B7.NMOVTO-EVNTO-TARIF ,
                    :GOTFB0B7.HSIT-OPER-REALZ    ,
                    :GOTFB0B7.CSIT-OPER-REALZ    ,
                    :GOTFB0B7.CUSUAR-MOVTO-EVNTO ,
                    :GOTFB0B7.RJUSTF-EVNTO-TARIF ,
                    :GOTFB0B7.CJUSTF-EVNTO-TARIF ,
                    :GOTFB0B7.VVALOR-COBR-TARIF  ,
                    :GOTFB0B7.CMOEDA-ORIGL-TARIF ,
                    :GOTFB0B7.VVALOR-ORIGL-TARIF ,
                    'S'                          ,
                    :GOTFB0B7.NCONTA-CLIEN       ,
                    :GOTFB0B7.NFATUR-ORIGE)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0091'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 5200-ACUMULAR-MES-CLIENTE.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RESTAURA A CHAVE ORIGINAL PARA O RELATORIO                     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           MOVE WRK-DRECEB-ORIGINAL     TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0B7.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LEVA A CONTRAPARTIDA (NEGATIVA) AO ACUMULADO MES-A-DATA DO    *
      * CLIENTE/ORIGEM NO MES DA PROPRIA CONTRAPARTIDA - MESMO UPSERT  *
      * DO 5460 DO GOTF2RET (INVARIANTE CONFERIDO PELO GOTF2VAC)       *
      *----------------------------------------------------------------*
       5200-ACUMULAR-MES-CLIENTE       SECTION.
      *----------------------------------------------------------------*

           MOVE '5200-ACUMULAR-MES-CLIENTE' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           MOVE DRECEB-MOVTO-TARIF OF GOTFB0B7
                                        TO      WRK-DRECEB-DESMEMBRADA.
           MOVE WRK-DRECEB-AAAA         TO      WRK-AAMM-EVENTO-AAAA.
           MOVE WRK-DRECEB-MM           TO      WRK-AAMM-EVENTO-MM.

           MOVE CSIST-ORIGE-TARIF  OF GOTFB0B7
             TO CSIST-ORIGE-TARIF  OF GOTFB0B2.
           MOVE NCONTA-CLIEN       OF GOTFB0B7
             TO NCONTA-CLIEN       OF GOTFB0B2.
           MOVE WRK-AAMM-EVENTO-NUM     TO      AAMM-REFER OF GOTFB0B2.
           MOVE VVALOR-COBR-TARIF  OF GOTFB0B7
                                        TO      WRK-VLR-ACUMULAR.

           EXEC SQL
             UPDATE DB2PRD.TACUM_TARIF_MENSAL
                SET VACUM_COBR_TARIF = VACUM_COBR_TARIF +
                                       :WRK-VLR-ACUMULAR
              WHERE CSIST_ORIGE_TARIF = :GOTFB0B2.CSIST-ORIGE-TARIF
                AND NCONTA_CLIEN      = :GOTFB0B2.NCONTA-CLIEN
                AND AAMM_REFER        = :GOTFB0B2.AAMM-REFER
           END-EXEC.

           IF SQLCODE                   EQUAL   +100
              MOVE WRK-VLR-ACUMULAR     TO      VACUM-COBR-TARIF
                                                OF GOTFB0B2
              EXEC SQL
                INSERT INTO DB2PRD.TACUM_TARIF_MENSAL
                      (CSIST_ORIGE_TARIF ,
                       NCONTA_CLIEN      ,
                       AAMM_REFER        ,
                       VACUM_COBR_TARIF)
                  VALUES
                      (:GOTFB0B2.CSIST-ORIGE-TARIF ,
                       :GOTFB0B2.NCONTA-CLIEN      ,
                       :GOTFB0B2.AAMM-REFER        ,
                       :GOTFB0B2.VACUM-COBR-TARIF)
              END-EXEC
              IF (SQLCODE               NOT EQUAL   ZEROS)
                 MOVE 'TACUM_TARIF_MENSAL' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-INSERT         TO      TRUE
                 MOVE '0092'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
           ELSE
              IF SQLCODE                NOT EQUAL   ZEROS
                 MOVE 'TACUM_TARIF_MENSAL' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-UPDATE         TO      TRUE
                 MOVE '0093'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-GRAVAR-CABEC-CONTA         SECTION.
      *----------------------------------------------------------------*

           MOVE '6100-GRAVAR-CABEC-CONTA' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-CLIEN OF GOTFB0E4 TO     ENC-NCONTA-CLIEN.
           MOVE NOME-CLIEN OF GOTFB0E4  TO      ENC-NOME-CLIEN.
           MOVE WRK-DT-DETEC-ENCERR     TO      ENC-DT-DETEC.

           IF WRK-CONTA-NOVA
              MOVE '(NOVO ENCERRAMENTO)' TO     ENC-TIPO-TRATAMENTO
           ELSE
              MOVE '(ITEM REMANESCENTE)' TO     ENC-TIPO-TRATAMENTO
           END-IF.

           WRITE FD-GOTF043R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1150-TESTAR-FS-GOTF043R.
           WRITE FD-GOTF043R            FROM    WRK-LINHA-CONTA.
           PERFORM 1150-TESTAR-FS-GOTF043R.
           WRITE FD-GOTF043R            FROM    WRK-LINHA-CABEC-ACAO.
           PERFORM 1150-TESTAR-FS-GOTF043R.

           SET WRK-CABEC-CONTA-GRAVADO  TO      TRUE.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LINHA DE ACAO DA CONTA: WRK-ACAO, QUANTIDADE E VALOR. O ITEM  *
      * ENTREGUE A COBRANCA LEVA TAMBEM A CHAVE DO EVENTO              *
      *----------------------------------------------------------------*
       6200-GRAVAR-ACAO-CONTA          SECTION.
      *----------------------------------------------------------------*

           MOVE '6200-GRAVAR-ACAO-CONTA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT WRK-CABEC-CONTA-GRAVADO
              PERFORM 6100-GRAVAR-CABEC-CONTA
           END-IF.

           MOVE WRK-ACAO                TO      ACA-ACAO.
           MOVE WRK-QTD-ITEM            TO      ACA-QTD.
           MOVE WRK-VLR-COBRANCA        TO      ACA-VALOR.

           IF WRK-ITEM-COBRANCA
              MOVE CSIST-ORIGE-TARIF OF GOTFB0B7 TO ACA-CSIST-ORIGE
              MOVE DRECEB-MOVTO-TARIF OF GOTFB0B7 TO ACA-DRECEB
              MOVE NMOVTO-EVNTO-TARIF OF GOTFB0B7 TO WRK-NMOVTO-EDIT
              MOVE WRK-NMOVTO-EDIT      TO      ACA-NMOVTO
           ELSE
              MOVE SPACES               TO      ACA-CSIST-ORIGE
                                                ACA-DRECEB
                                                ACA-NMOVTO
           END-IF.

           WRITE FD-GOTF043R            FROM    WRK-LINHA-ACAO.
           PERFORM 1150-TESTAR-FS-GOTF043R.

           ADD 1                        TO      WRK-CTA-ACOES.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2ENC ***********'
           DISPLAY '*                              *'
           DISPLAY '*   ENCERRAMENTO DE CONTAS     *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* CONTAS TRATADAS   : ' WRK-CONTAS-LIDAS
           DISPLAY '* CONTAS NOVAS      : ' WRK-CONTAS-NOVAS
           DISPLAY '* EVENTOS COBRANCA  : ' WRK-EVENTOS-COBRANCA
           DISPLAY '* PENDENC BAIXADAS  : ' WRK-PENDENCIAS-BAIXADAS
           DISPLAY '* PLANOS ANTECIPADOS: ' WRK-PLANOS-ANTECIPADOS
           DISPLAY '* PARC CANCELADAS   : ' WRK-PARC-CANCELADAS
           DISPLAY '* VALOR A COBRANCA  : ' WRK-VLR-TOT-COBRANCA
           DISPLAY '* ISENCOES ENCERR.  : ' WRK-ISEN-ENCERRADAS
           DISPLAY '* PRECOS ENCERRADOS : ' WRK-PRECOS-ENCERRADOS
           DISPLAY '* MANUT REJEITADAS  : ' WRK-MANUT-REJEITADAS
           DISPLAY '* CICLOS EXCLUIDOS  : ' WRK-CICLOS-EXCLUIDOS
           DISPLAY '* PARC ORFAS CANCEL.: ' WRK-PARC-ORFAS
           DISPLAY '*********** GOTF2ENC ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF043S
                 GOTF043R.

           PERFORM 1100-TESTAR-FS-GOTF043S.
           PERFORM 1150-TESTAR-FS-GOTF043R.

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

           MOVE 'GOTF2ENC'              TO      FRWKGHEA-NOME-PROGRAMA.

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
