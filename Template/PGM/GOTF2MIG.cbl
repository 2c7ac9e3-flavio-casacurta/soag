      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2MIG.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2MIG                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  FEVEREIRO/2028                               *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF045E          I              GOTFW03S       *
      *                GOTF045R          O              WRK-LINHA-MIG  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *    GOTFW03S - DE-PARA DE RENUMERACAO DE CONTAS                 *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TMIGR_CONTA_TARIF         GOTFB0G2       *
      *                DB2PRD.TCADT_CONTA_CLIEN         GOTFB0E4       *
      *                DB2PRD.TACUM_TARIF_MENSAL        GOTFB0B2       *
      *                DB2PRD.TQTDE_EVNTO_MENSAL        GOTFB0E1       *
      *                DB2PRD.TISEN_EVNTO_TARIF         GOTFB0C5       *
      *                DB2PRD.TPRECO_CLIEN_TARIF        GOTFB0D8       *
      *                DB2PRD.TCICLO_COBR_TARIF         GOTFB0E2       *
      *                DB2PRD.TPEND_COBR_TARIF          GOTFB0D2       *
      *                DB2PRD.TPEND_MANUT_TARIF         GOTFB0D7       *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POS 01    : MODO - 'S' SIMULACAO (SO LE E RELATA, SEM       *
      *                GRAVAR); 'N' OU AUSENTE = MIGRACAO REAL         *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    FEV/2028 - HOMI - PROGRAMA CRIADO. RENUMERACAO DE CONTAS:   *
      *               LE O DE-PARA CONTA ANTIGA -> CONTA NOVA          *
      *               (GOTF045E, BOOK GOTFW03S, HEADER E TRAILER       *
      *               CONFERIDOS COMO NO GOTF044E) E MIGRA PARA A      *
      *               CONTA NOVA OS DADOS ABERTOS E CONTRATUAIS DA     *
      *               CONTA ANTIGA:                                    *
      *               (1) ACUMULADO DO TETO (TACUM_TARIF_MENSAL) E     *
      *               (2) CONTAGEM MENSAL (TQTDE_EVNTO_MENSAL) -       *
      *               LINHA SEM CORRESPONDENTE NA NOVA E TRANSFERIDA;  *
      *               COM CORRESPONDENTE, O VALOR E SOMADO NA NOVA E A *
      *               LINHA ANTIGA EXCLUIDA;                           *
      *               (3) ISENCOES E (4) PRECOS NEGOCIADOS VIGENTES OU *
      *               FUTUROS NA DATA DA MIGRACAO - O FUTURO E         *
      *               TRANSFERIDO; O VIGENTE TEM A VIGENCIA ENCERRADA  *
      *               NA VESPERA DA MIGRACAO NA CONTA ANTIGA E E       *
      *               REINCLUIDO NA NOVA A PARTIR DA DATA DA MIGRACAO, *
      *               PRESERVANDO O RECALCULO DOS EVENTOS ANTIGOS.     *
      *               PRECO QUE SOBREPOE PRECO JA NEGOCIADO NA NOVA    *
      *               PARA A MESMA ORIGEM/OPERACAO NAO E MIGRADO       *
      *               (CONFLITO RELATADO, VALE O DA NOVA);             *
      *               (5) CICLO DE COBRANCA (TCICLO_COBR_TARIF) -      *
      *               TRANSFERIDO, SALVO SE A NOVA JA TIVER CICLO      *
      *               (CONFLITO RELATADO, VALE O DA NOVA);             *
      *               (6) PENDENCIAS ABERTAS DE DEBITO ('P'/'R' EM     *
      *               TPEND_COBR_TARIF) QUE DEBITARIAM A CONTA ANTIGA  *
      *               - NCONTA_DEBTO REAPONTADO PARA A NOVA;           *
      *               (7) MANUTENCOES PENDENTES DE DUPLA CUSTODIA DA   *
      *               CONTA ANTIGA - TRANSFERIDAS PARA A NOVA.         *
      *               OS EVENTOS (TSIT_MOVTO_TARIF) FICAM NO NUMERO    *
      *               ANTIGO; A REFERENCIA CRUZADA EM                  *
      *               TMIGR_CONTA_TARIF (MANTIDA TRANSITIVA: B -> C    *
      *               GRAVA TAMBEM A -> C PARA TODO A -> B) PERMITE    *
      *               ACHAR O HISTORICO POR QUALQUER DOS NUMEROS.      *
      *               EVENTO AINDA NAO REMETIDO NA CONTA ANTIGA E      *
      *               AVISADO NO RELATORIO (RODAR APOS O GOTF2REM).    *
      *               PAR INVALIDO (CONTAS IGUAIS, CONTA NOVA NAO      *
      *               CADASTRADA, ENCERRADA OU JA MIGRADA, CONTA       *
      *               ANTIGA JA MIGRADA PARA OUTRA) E REJEITADO NO     *
      *               RELATORIO E O PROGRAMA SEGUE; PAR JA MIGRADO E   *
      *               REPROCESSADO SEM NOVA REFERENCIA (RERUN).        *
      *               RELATORIO ANTES/DEPOIS LINHA A LINHA EM          *
      *               GOTF045R. MODO SIMULACAO NO PARM (LE E RELATA    *
      *               O QUE SERIA FEITO, SEM GRAVAR NEM COMMIT; EM     *
      *               SIMULACAO UM PAR NAO ENXERGA O EFEITO DOS PARES  *
      *               ANTERIORES DO MESMO ARQUIVO). COM REJEITO OU     *
      *               CONFLITO ENCERRA COM RETURN-CODE 4. UNICA        *
      *               UNIDADE DE TRABALHO.                             *
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

           SELECT GOTF045E ASSIGN      TO   UT-S-GOTF045E
                      FILE STATUS      IS   WRK-FS-GOTF045E.

           SELECT GOTF045R ASSIGN      TO   UT-S-GOTF045R
                      FILE STATUS      IS   WRK-FS-GOTF045R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT: GOTF045E - DE-PARA DE RENUMERACAO DE CONTAS           *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF045E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF045E                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF045R - RELATORIO ANTES/DEPOIS DA MIGRACAO        *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  GOTF045R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF045R                 PIC  X(132).

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

       01  WRK-SW-EOF-ACUMULADO        PIC  X(01) VALUE 'N'.
           88  WRK-EOF-ACUMULADO                   VALUE 'S'.
       01  WRK-SW-EOF-CONTAGEM         PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CONTAGEM                    VALUE 'S'.
       01  WRK-SW-EOF-ISENCAO          PIC  X(01) VALUE 'N'.
           88  WRK-EOF-ISENCAO                     VALUE 'S'.
       01  WRK-SW-EOF-PRECO            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-PRECO                       VALUE 'S'.
       01  WRK-SW-EOF-PENDENCIA        PIC  X(01) VALUE 'N'.
           88  WRK-EOF-PENDENCIA                   VALUE 'S'.
       01  WRK-SW-PAR-REPROCESSO       PIC  X(01) VALUE 'N'.
           88  WRK-PAR-REPROCESSO                  VALUE 'S'.
       01  WRK-SW-EXISTE-NOVA          PIC  X(01) VALUE 'N'.
           88  WRK-EXISTE-NA-NOVA                  VALUE 'S'.

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-DT-MIGRACAO             PIC  X(10) VALUE SPACES.
       01  WRK-DT-VESPERA              PIC  X(10) VALUE SPACES.
       01  WRK-DT-INI-NOVA             PIC  X(10) VALUE SPACES.
       01  WRK-MOTIVO-REJEITO          PIC  X(30) VALUE SPACES.
       01  WRK-QTD-AUX                 PIC S9(09) COMP VALUE ZEROS.
       01  WRK-SITUACAO-NOVA           PIC  X(01) VALUE SPACES.
       01  WRK-USUARIO                 PIC  X(08) VALUE 'GOTF2MIG'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHA LIDA NA CONTA ANTIGA E IMAGEM DA NOVA ANTES/DEPOIS      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-VLR-ANTIGA              PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-NOVA-ANTES          PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-NOVA-DEPOIS         PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-QTD-ANTIGA              PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-QTD-NOVA-ANTES          PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-QTD-NOVA-DEPOIS         PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-DIA-DEBITO-NOVA         PIC S9(02) COMP-3 VALUE ZEROS.
       01  WRK-VMIN-REMES-NOVA         PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-NISEN-ANTIGA            PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-NPRECO-ANTIGO           PIC S9(09)V COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHA DE DETALHE A RELATAR: TABELA, CHAVE, ACAO E AS TRES     *
      * COLUNAS (ANTES NA ANTIGA, ANTES NA NOVA, DEPOIS NA NOVA) -    *
      * VALOR ('V'), QUANTIDADE ('Q') OU EM BRANCO (' ')              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TABELA                  PIC  X(18) VALUE SPACES.
       01  WRK-CHAVE                   PIC  X(28) VALUE SPACES.
       01  WRK-ACAO                    PIC  X(18) VALUE SPACES.
       01  WRK-TIPO-COL-1              PIC  X(01) VALUE SPACES.
       01  WRK-TIPO-COL-2              PIC  X(01) VALUE SPACES.
       01  WRK-TIPO-COL-3              PIC  X(01) VALUE SPACES.
       01  WRK-TIPO-COL                PIC  X(01) VALUE SPACES.
           88  WRK-COL-VALOR                       VALUE 'V'.
           88  WRK-COL-QUANTIDADE                  VALUE 'Q'.
       01  WRK-VLR-COL                 PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-COL-EDIT                PIC  X(19) VALUE SPACES.
       01  WRK-VLR-EDIT                PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WRK-QTD-EDIT-GRUPO.
         05  WRK-QTD-EDIT              PIC  ZZZ.ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(04) VALUE SPACES.

       01  WRK-NSEQ-EDIT               PIC  9(09) VALUE ZEROS.
       01  WRK-NMOVTO-EDIT             PIC  9(13) VALUE ZEROS.
       01  WRK-DIA-EDIT                PIC  9(02) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-GOTF045E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PARES-MIGRADOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PARES-REPROCESSADOS   PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REJEITADOS            PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONFLITOS             PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-ACUM-MIGRADOS         PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONTAGENS-MIGRADAS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-ISENCOES-MIGRADAS     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PRECOS-MIGRADOS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CICLOS-MIGRADOS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PENDENCIAS-REAPONT    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-MANUTENCOES-MIGRADAS  PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REFERENCIAS-GRAVADAS  PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-AVISOS-NAO-REMETIDOS  PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LINHAS-PAR            PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF045E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF045R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA GOTF045E                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY GOTFW03S.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE HEADER/TRAILER GOTF045E            ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-HEADER-GOTF045E.
         05  HDR-TIPO-REGISTRO         PIC  X(001).
           88  HDR-EH-HEADER                       VALUE 'H'.
         05  HDR-QTD-REGISTROS         PIC  9(009).
         05  HDR-DT-MOVIMENTO          PIC  X(010).
         05  FILLER                    PIC  X(060).

       01  WRK-REG-TRAILER-GOTF045E.
         05  TRL-TIPO-REGISTRO         PIC  X(001).
           88  TRL-EH-TRAILER                      VALUE 'T'.
         05  TRL-QTD-REGISTROS         PIC  9(009).
         05  FILLER                    PIC  X(070).

       01  WRK-QTD-REGISTROS-HEADER    PIC  9(009) VALUE ZEROS.
       01  WRK-DT-MOVIMENTO            PIC  X(010) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF045R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-TITULO-MIG.
         05  FILLER                    PIC  X(045) VALUE
           'GOTF2MIG - MIGRACAO DE CONTAS - RELATORIO ANT'.
         05  FILLER                    PIC  X(018) VALUE
           'ES/DEPOIS   MODO: '.
         05  TIT-MODO                  PIC  X(009).
         05  FILLER                    PIC  X(017) VALUE
           '  PROCESSAMENTO: '.
         05  TIT-DATA-PROCESSO         PIC  X(010).
         05  FILLER                    PIC  X(033) VALUE SPACES.

       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.

       01  WRK-LINHA-PAR.
         05  FILLER                    PIC  X(013) VALUE
           'CONTA ANTIGA '.
         05  PAR-NCONTA-ANTIGA         PIC  9(013).
         05  FILLER                    PIC  X(015) VALUE
           ' -> CONTA NOVA '.
         05  PAR-NCONTA-NOVA           PIC  9(013).
         05  FILLER                    PIC  X(013) VALUE
           ' MIGRACAO EM '.
         05  PAR-DT-MIGRACAO           PIC  X(010).
         05  FILLER                    PIC  X(008) VALUE
           ' MOTIVO '.
         05  PAR-CMOTIVO-MIGR          PIC  X(002).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  PAR-SITUACAO              PIC  X(030).
         05  FILLER                    PIC  X(014) VALUE SPACES.

       01  WRK-LINHA-CABEC-DETALHE.
         05  FILLER                    PIC  X(045) VALUE
           '    TABELA             CHAVE                 '.
         05  FILLER                    PIC  X(045) VALUE
           '       ACAO                  ANTES CTA ANTIGA'.
         05  FILLER                    PIC  X(042) VALUE
           '      ANTES CTA NOVA     DEPOIS CTA NOVA'.

       01  WRK-LINHA-DETALHE.
         05  FILLER                    PIC  X(004) VALUE SPACES.
         05  DET-TABELA                PIC  X(018).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DET-CHAVE                 PIC  X(028).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DET-ACAO                  PIC  X(018).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DET-COL-ANTIGA            PIC  X(019).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DET-COL-NOVA-ANTES        PIC  X(019).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DET-COL-NOVA-DEPOIS       PIC  X(019).
         05  FILLER                    PIC  X(002) VALUE SPACES.

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
               INCLUDE GOTFB0G2
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0B2
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E1
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0C5
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D8
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E2
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D2
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ACUMULADO DO TETO DA CONTA ANTIGA                             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CACU CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       AAMM_REFER,
                       VACUM_COBR_TARIF
                  FROM DB2PRD.TACUM_TARIF_MENSAL
                 WHERE NCONTA_CLIEN = :GOTFB0G2.NCONTA-ANTIGA
                 ORDER BY CSIST_ORIGE_TARIF,
                          AAMM_REFER
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTAGEM MENSAL DE EVENTOS DA CONTA ANTIGA                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CQTD CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       CSIT_OPER_REALZ,
                       AAMM_REFER,
                       QTD_EVNTO_MES
                  FROM DB2PRD.TQTDE_EVNTO_MENSAL
                 WHERE NCONTA_CLIEN = :GOTFB0G2.NCONTA-ANTIGA
                 ORDER BY CSIST_ORIGE_TARIF,
                          CSIT_OPER_REALZ,
                          AAMM_REFER
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ISENCOES DA CONTA ANTIGA VIGENTES OU FUTURAS NA MIGRACAO      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CISN CURSOR FOR
                SELECT NISEN_EVNTO_TARIF,
                       CSIST_ORIGE_TARIF,
                       CSIT_OPER_REALZ,
                       DINI_VIGEN_ISEN,
                       DFIM_VIGEN_ISEN
                  FROM DB2PRD.TISEN_EVNTO_TARIF
                 WHERE NCONTA_CLIEN    = :GOTFB0G2.NCONTA-ANTIGA
                   AND DFIM_VIGEN_ISEN >= :WRK-DT-MIGRACAO
                 ORDER BY NISEN_EVNTO_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PRECOS NEGOCIADOS DA CONTA ANTIGA VIGENTES OU FUTUROS         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPRC CURSOR FOR
                SELECT NPRECO_CLIEN,
                       CSIST_ORIGE_TARIF,
                       CSIT_OPER_REALZ,
                       VVALOR_PRECO_CLIEN,
                       DINI_VIGEN_PRECO,
                       DFIM_VIGEN_PRECO
                  FROM DB2PRD.TPRECO_CLIEN_TARIF
                 WHERE NCONTA_CLIEN     = :GOTFB0G2.NCONTA-ANTIGA
                   AND DFIM_VIGEN_PRECO >= :WRK-DT-MIGRACAO
                 ORDER BY NPRECO_CLIEN
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PENDENCIAS ABERTAS DE DEBITO QUE DEBITARIAM A CONTA ANTIGA:   *
      * CONTA A DEBITAR EXPLICITA IGUAL A ANTIGA, OU ZERADA (CONTA    *
      * PRINCIPAL DO EVENTO) EM EVENTO DA CONTA ANTIGA                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPND CURSOR FOR
                SELECT D.CSIST_ORIGE_TARIF,
                       D.DRECEB_MOVTO_TARIF,
                       D.NMOVTO_EVNTO_TARIF,
                       D.IN_SITUACAO,
                       D.NCONTA_DEBTO
                  FROM DB2PRD.TPEND_COBR_TARIF D
                 WHERE D.IN_SITUACAO IN ('P', 'R')
                   AND (D.NCONTA_DEBTO = :GOTFB0G2.NCONTA-ANTIGA
                    OR (D.NCONTA_DEBTO = 0
                   AND EXISTS
                       (SELECT 1
                          FROM DB2PRD.TSIT_MOVTO_TARIF T
                         WHERE T.CSIST_ORIGE_TARIF  =
                               D.CSIST_ORIGE_TARIF
                           AND T.DRECEB_MOVTO_TARIF =
                               D.DRECEB_MOVTO_TARIF
                           AND T.NMOVTO_EVNTO_TARIF =
                               D.NMOVTO_EVNTO_TARIF
                           AND T.NCONTA_CLIEN       =
                               :GOTFB0G2.NCONTA-ANTIGA)))
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
               10  WRK-PARM-DADO-SIMULA PIC  X(001).
               10  FILLER               PIC  X(079).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-FS-GOTF045E      EQUAL   '10'.

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

           IF WRK-PARM-TAM          IS GREATER THAN ZEROS
              IF WRK-PARM-DADO-SIMULA   NOT EQUAL 'S' AND 'N' AND ' '
                 MOVE 'GOTF9990'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE
                 'PARM: MODO DEVE SER S (SIMULACAO) OU N (REAL)'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
              IF WRK-PARM-DADO-SIMULA   EQUAL   'S'
                 MOVE 'S'               TO      WRK-PARM-MODO-SIMULA
              END-IF
           END-IF.

           OPEN INPUT   GOTF045E.
           PERFORM 1100-TESTAR-FS-GOTF045E.

           OPEN OUTPUT  GOTF045R.
           PERFORM 1150-TESTAR-FS-GOTF045R.

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

           IF WRK-EM-SIMULACAO
              MOVE 'SIMULACAO'          TO      TIT-MODO
           ELSE
              MOVE 'REAL'               TO      TIT-MODO
           END-IF.

           MOVE WRK-DATA-PROCESSO       TO      TIT-DATA-PROCESSO.

           WRITE FD-GOTF045R            FROM    WRK-LINHA-TITULO-MIG.
           PERFORM 1150-TESTAR-FS-GOTF045R.

           PERFORM 2050-VALIDAR-HEADER.

           PERFORM 2000-VERIFICAR-VAZIO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF045E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF045E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF045E       NOT EQUAL   '00'
              MOVE 'GOTF045E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF045E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-TESTAR-FS-GOTF045R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1150-TESTAR-FS-GOTF045R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF045R       NOT EQUAL   '00'
              MOVE 'GOTF045R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF045R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-VERIFICAR-VAZIO            SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-VERIFICAR-VAZIO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 2100-LER-GOTF045E.

           IF (WRK-LIDOS-GOTF045E       EQUAL   ZEROS)
              DISPLAY '************ GOTF2MIG ************'
              DISPLAY '*                                *'
              DISPLAY '*   DE-PARA GOTF045E SEM CONTAS  *'
              DISPLAY '*       PROGRAMA ENCERRADO       *'
              DISPLAY '*                                *'
              DISPLAY '************ GOTF2MIG ************'
              PERFORM 9000-FINALIZAR
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PRIMEIRO REGISTRO FISICO DE GOTF045E, QUE TEM DE SER O    *
      * HEADER ('H') COM A QUANTIDADE DE DETALHES E A DATA DO          *
      * MOVIMENTO (DATA DA MIGRACAO PARA DETALHE QUE NAO A TRAGA)      *
      *----------------------------------------------------------------*
       2050-VALIDAR-HEADER             SECTION.
      *----------------------------------------------------------------*

           MOVE '2050-VALIDAR-HEADER'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO
                                             WRK-QTD-REGISTROS-HEADER.

           READ GOTF045E                INTO    WRK-REG-HEADER-GOTF045E.

           IF WRK-FS-GOTF045E           EQUAL   '10'
              MOVE 'GOTF9997'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO HEADER AUSENTE OU INVALIDO EM GOTF045E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           PERFORM 1100-TESTAR-FS-GOTF045E.

           IF NOT HDR-EH-HEADER
              MOVE 'GOTF9997'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO HEADER AUSENTE OU INVALIDO EM GOTF045E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE HDR-QTD-REGISTROS       TO
                                             WRK-QTD-REGISTROS-HEADER.

           IF HDR-DT-MOVIMENTO          EQUAL   SPACES
              MOVE WRK-DATA-PROCESSO    TO      WRK-DT-MOVIMENTO
           ELSE
              MOVE HDR-DT-MOVIMENTO     TO      WRK-DT-MOVIMENTO
           END-IF.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDA O TRAILER ('T') CONTRA O TOTAL DE DETALHES LIDOS E      *
      * CONTRA O TOTAL DECLARADO NO HEADER. DE-PARA TRUNCADO OU        *
      * DUPLICADO NA TRANSMISSAO ABENDA E A UNIDADE DE TRABALHO E      *
      * DESFEITA, SEM NENHUMA CONTA MIGRADA                            *
      *----------------------------------------------------------------*
       2060-VALIDAR-TRAILER            SECTION.
      *----------------------------------------------------------------*

           MOVE '2060-VALIDAR-TRAILER'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT TRL-EH-TRAILER
              MOVE 'GOTF9996'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO TRAILER AUSENTE OU INVALIDO NO ARQUIVO GOTF045E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF (TRL-QTD-REGISTROS        NOT EQUAL WRK-LIDOS-GOTF045E)
              OR (WRK-QTD-REGISTROS-HEADER NOT EQUAL WRK-LIDOS-GOTF045E)
              MOVE 'GOTF9995'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL DE CONTROLE DIVERGE DO LIDO EM GOTF045E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PROXIMO REGISTRO DE GOTF045E. O TRAILER ENCERRA A        *
      * LEITURA; FIM FISICO SEM TRAILER E TRATADO COMO TRAILER         *
      * AUSENTE                                                        *
      *----------------------------------------------------------------*
       2100-LER-GOTF045E               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-GOTF045E'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF045E                INTO    GOTFW03S-REGISTRO.

           IF WRK-FS-GOTF045E           EQUAL   '10'
              MOVE SPACES               TO      WRK-REG-TRAILER-GOTF045E
              PERFORM 2060-VALIDAR-TRAILER
              GO TO 2100-99-FIM
           END-IF.

           PERFORM 1100-TESTAR-FS-GOTF045E.

           IF FD-GOTF045E(1:1)          EQUAL   'T'
              MOVE FD-GOTF045E          TO      WRK-REG-TRAILER-GOTF045E
              PERFORM 2060-VALIDAR-TRAILER
              MOVE '10'                 TO      WRK-FS-GOTF045E
           ELSE
              ADD 1                     TO      WRK-LIDOS-GOTF045E
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * UM PAR CONTA ANTIGA -> CONTA NOVA POR DETALHE: VALIDA, MIGRA   *
      * TABELA A TABELA E REGISTRA A REFERENCIA CRUZADA                *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      WRK-MOTIVO-REJEITO.
           MOVE 'N'                     TO      WRK-SW-PAR-REPROCESSO.
           MOVE ZEROS                   TO      WRK-LINHAS-PAR.

           PERFORM 3100-VALIDAR-REGISTRO.

           IF WRK-MOTIVO-REJEITO        EQUAL   SPACES
              PERFORM 3200-VALIDAR-CONTAS
           END-IF.

           IF WRK-MOTIVO-REJEITO    NOT EQUAL   SPACES
              PERFORM 6300-GRAVAR-REJEITO
              PERFORM 2100-LER-GOTF045E
              GO TO 3000-99-FIM
           END-IF.

           PERFORM 6100-GRAVAR-CABEC-PAR.

           PERFORM 4100-MIGRAR-ACUMULADO.
           PERFORM 4200-MIGRAR-CONTAGEM.
           PERFORM 4300-MIGRAR-ISENCOES.
           PERFORM 4400-MIGRAR-PRECOS.
           PERFORM 4500-MIGRAR-CICLO.
           PERFORM 4600-REAPONTAR-PENDENCIAS.
           PERFORM 4700-MIGRAR-MANUTENCOES.
           PERFORM 4800-REGISTRAR-REFERENCIA.
           PERFORM 4900-AVISAR-NAO-REMETIDOS.

           MOVE 'LINHAS MIGRADAS NO PAR' TO     AVI-TEXTO.
           MOVE WRK-LINHAS-PAR          TO      AVI-QTD.
           PERFORM 6400-GRAVAR-AVISO.

           IF WRK-PAR-REPROCESSO
              ADD 1                     TO      WRK-PARES-REPROCESSADOS
           ELSE
              ADD 1                     TO      WRK-PARES-MIGRADOS
           END-IF.

           PERFORM 2100-LER-GOTF045E.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONSISTENCIA DO DETALHE. DATA DA MIGRACAO EM BRANCO ASSUME A   *
      * DATA DO MOVIMENTO; A VESPERA (FIM DA VIGENCIA QUE FICA NA      *
      * CONTA ANTIGA) E OBTIDA DO DB2, QUE TAMBEM VALIDA A DATA        *
      *----------------------------------------------------------------*
       3100-VALIDAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-VALIDAR-REGISTRO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT MIG-EH-DETALHE
              MOVE 'TIPO DE REGISTRO INVALIDO'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF MIG-NCONTA-ANTIGA     NOT NUMERIC
              OR MIG-NCONTA-ANTIGA      EQUAL   ZEROS
              MOVE 'CONTA ANTIGA INVALIDA'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF MIG-NCONTA-NOVA       NOT NUMERIC
              OR MIG-NCONTA-NOVA        EQUAL   ZEROS
              MOVE 'CONTA NOVA INVALIDA'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF MIG-NCONTA-ANTIGA         EQUAL   MIG-NCONTA-NOVA
              MOVE 'CONTAS ANTIGA E NOVA IGUAIS'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF MIG-DT-MIGRACAO           EQUAL   SPACES
              MOVE WRK-DT-MOVIMENTO     TO      WRK-DT-MIGRACAO
           ELSE
              MOVE MIG-DT-MIGRACAO      TO      WRK-DT-MIGRACAO
           END-IF.

           EXEC SQL
                SELECT CHAR(DATE(:WRK-DT-MIGRACAO) - 1 DAY, ISO)
                  INTO :WRK-DT-VESPERA
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE                   EQUAL   -180 OR -181
              MOVE 'DATA DA MIGRACAO INVALIDA'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3100-99-FIM
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE MIG-NCONTA-ANTIGA       TO      NCONTA-ANTIGA
                                                OF GOTFB0G2.
           MOVE MIG-NCONTA-NOVA         TO      NCONTA-NOVA
                                                OF GOTFB0G2.
           MOVE WRK-DT-MIGRACAO         TO      DT-MIGRACAO
                                                OF GOTFB0G2.
           MOVE MIG-CMOTIVO-MIGR        TO      CMOTIVO-MIGR
                                                OF GOTFB0G2.
           MOVE WRK-DATA-PROCESSO       TO      DT-PROCESSAMENTO
                                                OF GOTFB0G2.
           MOVE WRK-USUARIO             TO      CUSUAR-MIGR
                                                OF GOTFB0G2.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A CONTA NOVA TEM DE ESTAR NO ESPELHO E NAO ENCERRADA, E NAO    *
      * PODE TER SIDO MIGRADA (EVITA CADEIA CIRCULAR); A CONTA ANTIGA  *
      * NAO PODE TER SIDO MIGRADA PARA OUTRA. O MESMO PAR JA MIGRADO   *
      * E REPROCESSADO (RERUN), SEM NOVA REFERENCIA CRUZADA            *
      *----------------------------------------------------------------*
       3200-VALIDAR-CONTAS             SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-VALIDAR-CONTAS'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-NOVA OF GOTFB0G2 TO      NCONTA-CLIEN
                                                OF GOTFB0E4.

           EXEC SQL
                SELECT IN_SITUACAO_CONTA
                  INTO :WRK-SITUACAO-NOVA
                  FROM DB2PRD.TCADT_CONTA_CLIEN
                 WHERE NCONTA_CLIEN = :GOTFB0E4.NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'CONTA NOVA NAO CADASTRADA'
                                        TO      WRK-MOTIVO-REJEITO
                 GO TO 3200-99-FIM
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TCADT_CONTA_CLIEN' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0020'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WRK-SITUACAO-NOVA         EQUAL   'E'
              MOVE 'CONTA NOVA ENCERRADA'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3200-99-FIM
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-AUX
                  FROM DB2PRD.TMIGR_CONTA_TARIF
                 WHERE NCONTA_ANTIGA = :GOTFB0G2.NCONTA-NOVA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMIGR_CONTA_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0021'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-AUX               GREATER ZEROS
              MOVE 'CONTA NOVA JA MIGRADA'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3200-99-FIM
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-AUX
                  FROM DB2PRD.TMIGR_CONTA_TARIF
                 WHERE NCONTA_ANTIGA  = :GOTFB0G2.NCONTA-ANTIGA
                   AND NCONTA_NOVA   <> :GOTFB0G2.NCONTA-NOVA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMIGR_CONTA_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0022'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-AUX               GREATER ZEROS
              MOVE 'CONTA ANTIGA JA MIGRADA P/OUTRA'
                                        TO      WRK-MOTIVO-REJEITO
              GO TO 3200-99-FIM
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-AUX
                  FROM DB2PRD.TMIGR_CONTA_TARIF
                 WHERE NCONTA_ANTIGA = :GOTFB0G2.NCONTA-ANTIGA
                   AND NCONTA_NOVA   = :GOTFB0G2.NCONTA-NOVA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMIGR_CONTA_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0023'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-AUX               GREATER ZEROS
              SET WRK-PAR-REPROCESSO    TO      TRUE
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (1) ACUMULADO DO TETO: TRANSFERE A LINHA OU SOMA NA NOVA       *
      *----------------------------------------------------------------*
       4100-MIGRAR-ACUMULADO           SECTION.
      *----------------------------------------------------------------*

           MOVE '4100-MIGRAR-ACUMULADO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-ACUMULADO.

           EXEC SQL
                OPEN CACU
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TACUM_TARIF_MENSAL' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 4110-LER-ACUMULADO.

           PERFORM 4120-TRATAR-ACUMULADO
             UNTIL WRK-EOF-ACUMULADO.

           EXEC SQL
                CLOSE CACU
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TACUM_TARIF_MENSAL' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0032'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4110-LER-ACUMULADO              SECTION.
      *----------------------------------------------------------------*

           MOVE '4110-LER-ACUMULADO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CACU
                 INTO :GOTFB0B2.CSIST-ORIGE-TARIF,
                      :GOTFB0B2.AAMM-REFER,
                      :WRK-VLR-ANTIGA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-ACUMULADO  TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TACUM_TARIF_MENSAL' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0031'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       4110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4120-TRATAR-ACUMULADO           SECTION.
      *----------------------------------------------------------------*

           MOVE '4120-TRATAR-ACUMULADO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-NOVA OF GOTFB0G2 TO      NCONTA-CLIEN
                                                OF GOTFB0B2.

           EXEC SQL
                SELECT VACUM_COBR_TARIF
                  INTO :WRK-VLR-NOVA-ANTES
                  FROM DB2PRD.TACUM_TARIF_MENSAL
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0B2.CSIST-ORIGE-TARIF
                   AND NCONTA_CLIEN      = :GOTFB0B2.NCONTA-CLIEN
                   AND AAMM_REFER        = :GOTFB0B2.AAMM-REFER
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 SET WRK-EXISTE-NA-NOVA TO      TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'N'               TO      WRK-SW-EXISTE-NOVA
                 MOVE ZEROS             TO      WRK-VLR-NOVA-ANTES
              WHEN OTHER
                 MOVE 'TACUM_TARIF_MENSAL' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0033'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           COMPUTE WRK-VLR-NOVA-DEPOIS  =       WRK-VLR-NOVA-ANTES
                                        +       WRK-VLR-ANTIGA.

           IF WRK-EXISTE-NA-NOVA
              MOVE 'SOMADO NA NOVA'     TO      WRK-ACAO
              IF NOT WRK-EM-SIMULACAO
                 PERFORM 4130-SOMAR-ACUMULADO
              END-IF
           ELSE
              MOVE 'TRANSFERIDO'        TO      WRK-ACAO
              IF NOT WRK-EM-SIMULACAO
                 PERFORM 4140-TRANSFERIR-ACUMULADO
              END-IF
           END-IF.

           MOVE 'TACUM_TARIF_MENSAL'    TO      WRK-TABELA.
           MOVE SPACES                  TO      WRK-CHAVE.
           STRING CSIST-ORIGE-TARIF OF GOTFB0B2 ' '
                  AAMM-REFER OF GOTFB0B2
                  DELIMITED BY SIZE     INTO    WRK-CHAVE.

           MOVE 'V'                     TO      WRK-TIPO-COL-1
                                                WRK-TIPO-COL-3.
           IF WRK-EXISTE-NA-NOVA
              MOVE 'V'                  TO      WRK-TIPO-COL-2
           ELSE
              MOVE SPACES               TO      WRK-TIPO-COL-2
           END-IF.

           PERFORM 6200-GRAVAR-DETALHE.

           ADD 1                        TO      WRK-ACUM-MIGRADOS.

           PERFORM 4110-LER-ACUMULADO.

      *----------------------------------------------------------------*
       4120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4130-SOMAR-ACUMULADO            SECTION.
      *----------------------------------------------------------------*

           MOVE '4130-SOMAR-ACUMULADO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TACUM_TARIF_MENSAL
                   SET VACUM_COBR_TARIF = VACUM_COBR_TARIF
                                        + :WRK-VLR-ANTIGA
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0B2.CSIST-ORIGE-TARIF
                   AND NCONTA_CLIEN      = :GOTFB0G2.NCONTA-NOVA
                   AND AAMM_REFER        = :GOTFB0B2.AAMM-REFER
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TACUM_TARIF_MENSAL' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0034'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                DELETE FROM DB2PRD.TACUM_TARIF_MENSAL
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0B2.CSIST-ORIGE-TARIF
                   AND NCONTA_CLIEN      = :GOTFB0G2.NCONTA-ANTIGA
                   AND AAMM_REFER        = :GOTFB0B2.AAMM-REFER
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TACUM_TARIF_MENSAL' TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0035'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4140-TRANSFERIR-ACUMULADO       SECTION.
      *----------------------------------------------------------------*

           MOVE '4140-TRANSFERIR-ACUMULADO' TO  FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TACUM_TARIF_MENSAL
                   SET NCONTA_CLIEN      = :GOTFB0G2.NCONTA-NOVA
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0B2.CSIST-ORIGE-TARIF
                   AND NCONTA_CLIEN      = :GOTFB0G2.NCONTA-ANTIGA
                   AND AAMM_REFER        = :GOTFB0B2.AAMM-REFER
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TACUM_TARIF_MENSAL' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0036'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (2) CONTAGEM MENSAL DE EVENTOS: TRANSFERE A LINHA OU SOMA NA   *
      * NOVA                                                           *
      *----------------------------------------------------------------*
       4200-MIGRAR-CONTAGEM            SECTION.
      *----------------------------------------------------------------*

           MOVE '4200-MIGRAR-CONTAGEM'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-CONTAGEM.

           EXEC SQL
                OPEN CQTD
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TQTDE_EVNTO_MENSAL' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 4210-LER-CONTAGEM.

           PERFORM 4220-TRATAR-CONTAGEM
             UNTIL WRK-EOF-CONTAGEM.

           EXEC SQL
                CLOSE CQTD
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TQTDE_EVNTO_MENSAL' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0042'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4210-LER-CONTAGEM               SECTION.
      *----------------------------------------------------------------*

           MOVE '4210-LER-CONTAGEM'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CQTD
                 INTO :GOTFB0E1.CSIST-ORIGE-TARIF,
                      :GOTFB0E1.CSIT-OPER-REALZ,
                      :GOTFB0E1.AAMM-REFER,
                      :WRK-QTD-ANTIGA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CONTAGEM   TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TQTDE_EVNTO_MENSAL' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0041'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       4210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4220-TRATAR-CONTAGEM            SECTION.
      *----------------------------------------------------------------*

           MOVE '4220-TRATAR-CONTAGEM'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-NOVA OF GOTFB0G2 TO      NCONTA-CLIEN
                                                OF GOTFB0E1.

           EXEC SQL
                SELECT QTD_EVNTO_MES
                  INTO :WRK-QTD-NOVA-ANTES
                  FROM DB2PRD.TQTDE_EVNTO_MENSAL
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0E1.CSIST-ORIGE-TARIF
                   AND NCONTA_CLIEN      = :GOTFB0E1.NCONTA-CLIEN
                   AND CSIT_OPER_REALZ   = :GOTFB0E1.CSIT-OPER-REALZ
                   AND AAMM_REFER        = :GOTFB0E1.AAMM-REFER
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 SET WRK-EXISTE-NA-NOVA TO      TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'N'               TO      WRK-SW-EXISTE-NOVA
                 MOVE ZEROS             TO      WRK-QTD-NOVA-ANTES
              WHEN OTHER
                 MOVE 'TQTDE_EVNTO_MENSAL' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0043'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           COMPUTE WRK-QTD-NOVA-DEPOIS  =       WRK-QTD-NOVA-ANTES
                                        +       WRK-QTD-ANTIGA.

           IF WRK-EXISTE-NA-NOVA
              MOVE 'SOMADA NA NOVA'     TO      WRK-ACAO
              IF NOT WRK-EM-SIMULACAO
                 PERFORM 4230-SOMAR-CONTAGEM
              END-IF
           ELSE
              MOVE 'TRANSFERIDA'        TO      WRK-ACAO
              IF NOT WRK-EM-SIMULACAO
                 PERFORM 4240-TRANSFERIR-CONTAGEM
              END-IF
           END-IF.

           MOVE 'TQTDE_EVNTO_MENSAL'    TO      WRK-TABELA.
           MOVE SPACES                  TO      WRK-CHAVE.
           STRING CSIST-ORIGE-TARIF OF GOTFB0E1 ' '
                  CSIT-OPER-REALZ OF GOTFB0E1 ' '
                  AAMM-REFER OF GOTFB0E1
                  DELIMITED BY SIZE     INTO    WRK-CHAVE.

           MOVE WRK-QTD-ANTIGA          TO      WRK-VLR-ANTIGA.
           MOVE WRK-QTD-NOVA-ANTES      TO      WRK-VLR-NOVA-ANTES.
           MOVE WRK-QTD-NOVA-DEPOIS     TO      WRK-VLR-NOVA-DEPOIS.

           MOVE 'Q'                     TO      WRK-TIPO-COL-1
                                                WRK-TIPO-COL-3.
           IF WRK-EXISTE-NA-NOVA
              MOVE 'Q'                  TO      WRK-TIPO-COL-2
           ELSE
              MOVE SPACES               TO      WRK-TIPO-COL-2
           END-IF.

           PERFORM 6200-GRAVAR-DETALHE.

           ADD 1                        TO      WRK-CONTAGENS-MIGRADAS.

           PERFORM 4210-LER-CONTAGEM.

      *----------------------------------------------------------------*
       4220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4230-SOMAR-CONTAGEM             SECTION.
      *----------------------------------------------------------------*

           MOVE '4230-SOMAR-CONTAGEM'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TQTDE_EVNTO_MENSAL
                   SET QTD_EVNTO_MES     = QTD_EVNTO_MES
                                         + :WRK-QTD-ANTIGA
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0E1.CSIST-ORIGE-TARIF
                   AND NCONTA_CLIEN      = :GOTFB0G2.NCONTA-NOVA
                   AND CSIT_OPER_REALZ   = :GOTFB0E1.CSIT-OPER-REALZ
                   AND AAMM_REFER        = :GOTFB0E1.AAMM-REFER
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TQTDE_EVNTO_MENSAL' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0044'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                DELETE FROM DB2PRD.TQTDE_EVNTO_MENSAL
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0E1.CSIST-ORIGE-TARIF
                   AND NCONTA_CLIEN      = :GOTFB0G2.NCONTA-ANTIGA
                   AND CSIT_OPER_REALZ   = :GOTFB0E1.CSIT-OPER-REALZ
                   AND AAMM_REFER        = :GOTFB0E1.AAMM-REFER
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TQTDE_EVNTO_MENSAL' TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0045'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4240-TRANSFERIR-CONTAGEM        SECTION.
      *----------------------------------------------------------------*

           MOVE '4240-TRANSFERIR-CONTAGEM' TO   FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TQTDE_EVNTO_MENSAL
                   SET NCONTA_CLIEN      = :GOTFB0G2.NCONTA-NOVA
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0E1.CSIST-ORIGE-TARIF
                   AND NCONTA_CLIEN      = :GOTFB0G2.NCONTA-ANTIGA
                   AND CSIT_OPER_REALZ   = :GOTFB0E1.CSIT-OPER-REALZ
                   AND AAMM_REFER        = :GOTFB0E1.AAMM-REFER
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TQTDE_EVNTO_MENSAL' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0046'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (3) ISENCOES VIGENTES OU FUTURAS NA DATA DA MIGRACAO. A FUTURA *
      * E TRANSFERIDA; A VIGENTE E ENCERRADA NA VESPERA NA CONTA       *
      * ANTIGA E REINCLUIDA NA NOVA A PARTIR DA DATA DA MIGRACAO       *
      *----------------------------------------------------------------*
       4300-MIGRAR-ISENCOES            SECTION.
      *----------------------------------------------------------------*

           MOVE '4300-MIGRAR-ISENCOES'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-ISENCAO.

           EXEC SQL
                OPEN CISN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TISEN_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 4310-LER-ISENCAO.

           PERFORM 4320-TRATAR-ISENCAO
             UNTIL WRK-EOF-ISENCAO.

           EXEC SQL
                CLOSE CISN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TISEN_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0052'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4310-LER-ISENCAO                SECTION.
      *----------------------------------------------------------------*

           MOVE '4310-LER-ISENCAO'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CISN
                 INTO :GOTFB0C5.NISEN-EVNTO-TARIF,
                      :GOTFB0C5.CSIST-ORIGE-TARIF,
                      :GOTFB0C5.CSIT-OPER-REALZ,
                      :GOTFB0C5.DINI-VIGEN-ISEN,
                      :GOTFB0C5.DFIM-VIGEN-ISEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-ISENCAO    TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TISEN_EVNTO_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0051'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       4310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4320-TRATAR-ISENCAO             SECTION.
      *----------------------------------------------------------------*

           MOVE '4320-TRATAR-ISENCAO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'TISEN_EVNTO_TARIF'     TO      WRK-TABELA.
           MOVE SPACES                  TO      WRK-TIPO-COL-1
                                                WRK-TIPO-COL-2
                                                WRK-TIPO-COL-3.
           MOVE NISEN-EVNTO-TARIF OF GOTFB0C5 TO WRK-NISEN-ANTIGA.

           IF DINI-VIGEN-ISEN OF GOTFB0C5 NOT LESS WRK-DT-MIGRACAO
              IF NOT WRK-EM-SIMULACAO
                 PERFORM 4330-TRANSFERIR-ISENCAO
              END-IF
              MOVE 'TRANSFERIDA'        TO      WRK-ACAO
              PERFORM 4390-FORMATAR-CHAVE-ISENCAO
              PERFORM 6200-GRAVAR-DETALHE
           ELSE
              IF NOT WRK-EM-SIMULACAO
                 PERFORM 4340-DIVIDIR-ISENCAO
              END-IF
              MOVE 'ENCERRADA NA ANTIGA' TO     WRK-ACAO
              PERFORM 4390-FORMATAR-CHAVE-ISENCAO
              PERFORM 6200-GRAVAR-DETALHE
              MOVE 'INCLUIDA NA NOVA'   TO      WRK-ACAO
              MOVE WRK-DT-MIGRACAO      TO      DINI-VIGEN-ISEN
                                                OF GOTFB0C5
              PERFORM 4390-FORMATAR-CHAVE-ISENCAO
              PERFORM 6200-GRAVAR-DETALHE
           END-IF.

           ADD 1                        TO      WRK-ISENCOES-MIGRADAS.

           PERFORM 4310-LER-ISENCAO.

      *----------------------------------------------------------------*
       4320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4330-TRANSFERIR-ISENCAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '4330-TRANSFERIR-ISENCAO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TISEN_EVNTO_TARIF
                   SET NCONTA_CLIEN      = :GOTFB0G2.NCONTA-NOVA
                 WHERE NISEN_EVNTO_TARIF = :GOTFB0C5.NISEN-EVNTO-TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TISEN_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0053'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VIGENCIA NA ANTIGA ATE A VESPERA; NOVA LINHA NA CONTA NOVA COM *
      * A MESMA ORIGEM/OPERACAO E O MESMO FIM, DA MIGRACAO EM DIANTE.  *
      * O NOVO NUMERO SEGUE O CRITERIO DO GOTF48JS (MAIOR + 1)         *
      *----------------------------------------------------------------*
       4340-DIVIDIR-ISENCAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '4340-DIVIDIR-ISENCAO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TISEN_EVNTO_TARIF
                   SET DFIM_VIGEN_ISEN   = :WRK-DT-VESPERA
                 WHERE NISEN_EVNTO_TARIF = :GOTFB0C5.NISEN-EVNTO-TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TISEN_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0054'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(NISEN_EVNTO_TARIF), 0) + 1
                  INTO :GOTFB0C5.NISEN-EVNTO-TARIF
                  FROM DB2PRD.TISEN_EVNTO_TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TISEN_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0055'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                INSERT INTO DB2PRD.TISEN_EVNTO_TARIF
                       ( NISEN_EVNTO_TARIF
                       , NCONTA_CLIEN
                       , CSIST_ORIGE_TARIF
                       , CSIT_OPER_REALZ
                       , DINI_VIGEN_ISEN
                       , DFIM_VIGEN_ISEN )
                VALUES ( :GOTFB0C5.NISEN-EVNTO-TARIF
                       , :GOTFB0G2.NCONTA-NOVA
                       , :GOTFB0C5.CSIST-ORIGE-TARIF
                       , :GOTFB0C5.CSIT-OPER-REALZ
                       , :WRK-DT-MIGRACAO
                       , :GOTFB0C5.DFIM-VIGEN-ISEN )
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TISEN_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0056'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4340-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CHAVE DA ISENCAO NO RELATORIO: NUMERO, ORIGEM/OPERACAO E       *
      * INICIO DA VIGENCIA. NA LINHA INCLUIDA NA NOVA O NUMERO E O     *
      * GERADO (ZERADO EM SIMULACAO, QUANDO NADA E GRAVADO)            *
      *----------------------------------------------------------------*
       4390-FORMATAR-CHAVE-ISENCAO     SECTION.
      *----------------------------------------------------------------*

           MOVE '4390-FORMATAR-CHAVE-ISENCAO' TO
                                                FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-ACAO                  EQUAL   'ENCERRADA NA ANTIGA'
              MOVE WRK-NISEN-ANTIGA     TO      WRK-NSEQ-EDIT
           ELSE
              IF WRK-ACAO               EQUAL   'INCLUIDA NA NOVA'
                 AND WRK-EM-SIMULACAO
                 MOVE ZEROS             TO      WRK-NSEQ-EDIT
              ELSE
                 MOVE NISEN-EVNTO-TARIF OF GOTFB0C5 TO WRK-NSEQ-EDIT
              END-IF
           END-IF.

           MOVE SPACES                  TO      WRK-CHAVE.
           STRING WRK-NSEQ-EDIT ' '
                  CSIST-ORIGE-TARIF OF GOTFB0C5 '/'
                  CSIT-OPER-REALZ OF GOTFB0C5 ' '
                  DINI-VIGEN-ISEN OF GOTFB0C5
                  DELIMITED BY SIZE     INTO    WRK-CHAVE.

      *----------------------------------------------------------------*
       4390-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (4) PRECOS NEGOCIADOS VIGENTES OU FUTUROS: MESMO TRATAMENTO DA *
      * ISENCAO. PRECO QUE SOBREPOE, NA NOVA, PRECO DA MESMA ORIGEM/   *
      * OPERACAO NAO E MIGRADO (CONFLITO - VALE O DA NOVA)             *
      *----------------------------------------------------------------*
       4400-MIGRAR-PRECOS              SECTION.
      *----------------------------------------------------------------*

           MOVE '4400-MIGRAR-PRECOS'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-PRECO.

           EXEC SQL
                OPEN CPRC
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPRECO_CLIEN_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0060'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 4410-LER-PRECO.

           PERFORM 4420-TRATAR-PRECO
             UNTIL WRK-EOF-PRECO.

           EXEC SQL
                CLOSE CPRC
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPRECO_CLIEN_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0062'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4410-LER-PRECO                  SECTION.
      *----------------------------------------------------------------*

           MOVE '4410-LER-PRECO'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPRC
                 INTO :GOTFB0D8.NPRECO-CLIEN,
                      :GOTFB0D8.CSIST-ORIGE-TARIF,
                      :GOTFB0D8.CSIT-OPER-REALZ,
                      :GOTFB0D8.VVALOR-PRECO-CLIEN,
                      :GOTFB0D8.DINI-VIGEN-PRECO,
                      :GOTFB0D8.DFIM-VIGEN-PRECO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-PRECO      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPRECO_CLIEN_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0061'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       4410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4420-TRATAR-PRECO               SECTION.
      *----------------------------------------------------------------*

           MOVE '4420-TRATAR-PRECO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'TPRECO_CLIEN_TARIF'    TO      WRK-TABELA.
           MOVE NPRECO-CLIEN OF GOTFB0D8 TO     WRK-NPRECO-ANTIGO.
           MOVE VVALOR-PRECO-CLIEN OF GOTFB0D8 TO WRK-VLR-ANTIGA
                                                WRK-VLR-NOVA-DEPOIS.

           IF DINI-VIGEN-PRECO OF GOTFB0D8 NOT LESS WRK-DT-MIGRACAO
              MOVE DINI-VIGEN-PRECO OF GOTFB0D8 TO WRK-DT-INI-NOVA
           ELSE
              MOVE WRK-DT-MIGRACAO      TO      WRK-DT-INI-NOVA
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-AUX
                  FROM DB2PRD.TPRECO_CLIEN_TARIF
                 WHERE NCONTA_CLIEN      = :GOTFB0G2.NCONTA-NOVA
                   AND CSIST_ORIGE_TARIF = :GOTFB0D8.CSIST-ORIGE-TARIF
                   AND CSIT_OPER_REALZ   = :GOTFB0D8.CSIT-OPER-REALZ
                   AND DINI_VIGEN_PRECO <= :GOTFB0D8.DFIM-VIGEN-PRECO
                   AND DFIM_VIGEN_PRECO >= :WRK-DT-INI-NOVA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPRECO_CLIEN_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0063'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-AUX               GREATER ZEROS
              MOVE 'CONFLITO - MANTIDO' TO      WRK-ACAO
              MOVE 'V'                  TO      WRK-TIPO-COL-1
              MOVE SPACES               TO      WRK-TIPO-COL-2
                                                WRK-TIPO-COL-3
              PERFORM 4490-FORMATAR-CHAVE-PRECO
              PERFORM 6200-GRAVAR-DETALHE
              ADD 1                     TO      WRK-CONFLITOS
              PERFORM 4410-LER-PRECO
              GO TO 4420-99-FIM
           END-IF.

           MOVE 'V'                     TO      WRK-TIPO-COL-1
                                                WRK-TIPO-COL-3.
           MOVE SPACES                  TO      WRK-TIPO-COL-2.

           IF DINI-VIGEN-PRECO OF GOTFB0D8 NOT LESS WRK-DT-MIGRACAO
              IF NOT WRK-EM-SIMULACAO
                 PERFORM 4430-TRANSFERIR-PRECO
              END-IF
              MOVE 'TRANSFERIDO'        TO      WRK-ACAO
              PERFORM 4490-FORMATAR-CHAVE-PRECO
              PERFORM 6200-GRAVAR-DETALHE
           ELSE
              IF NOT WRK-EM-SIMULACAO
                 PERFORM 4440-DIVIDIR-PRECO
              END-IF
              MOVE 'ENCERRADO NA ANTIGA' TO     WRK-ACAO
              MOVE SPACES               TO      WRK-TIPO-COL-3
              PERFORM 4490-FORMATAR-CHAVE-PRECO
              PERFORM 6200-GRAVAR-DETALHE
              MOVE 'INCLUIDO NA NOVA'   TO      WRK-ACAO
              MOVE SPACES               TO      WRK-TIPO-COL-1
              MOVE 'V'                  TO      WRK-TIPO-COL-3
              MOVE WRK-DT-MIGRACAO      TO      DINI-VIGEN-PRECO
                                                OF GOTFB0D8
              PERFORM 4490-FORMATAR-CHAVE-PRECO
              PERFORM 6200-GRAVAR-DETALHE
           END-IF.

           ADD 1                        TO      WRK-PRECOS-MIGRADOS.

           PERFORM 4410-LER-PRECO.

      *----------------------------------------------------------------*
       4420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4430-TRANSFERIR-PRECO           SECTION.
      *----------------------------------------------------------------*

           MOVE '4430-TRANSFERIR-PRECO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TPRECO_CLIEN_TARIF
                   SET NCONTA_CLIEN = :GOTFB0G2.NCONTA-NOVA
                 WHERE NPRECO_CLIEN = :GOTFB0D8.NPRECO-CLIEN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPRECO_CLIEN_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0064'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4430-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4440-DIVIDIR-PRECO              SECTION.
      *----------------------------------------------------------------*

           MOVE '4440-DIVIDIR-PRECO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TPRECO_CLIEN_TARIF
                   SET DFIM_VIGEN_PRECO = :WRK-DT-VESPERA
                 WHERE NPRECO_CLIEN     = :GOTFB0D8.NPRECO-CLIEN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPRECO_CLIEN_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0065'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(NPRECO_CLIEN), 0) + 1
                  INTO :GOTFB0D8.NPRECO-CLIEN
                  FROM DB2PRD.TPRECO_CLIEN_TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPRECO_CLIEN_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0066'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                INSERT INTO DB2PRD.TPRECO_CLIEN_TARIF
                       ( NPRECO_CLIEN
                       , NCONTA_CLIEN
                       , CSIST_ORIGE_TARIF
                       , CSIT_OPER_REALZ
                       , VVALOR_PRECO_CLIEN
                       , DINI_VIGEN_PRECO
                       , DFIM_VIGEN_PRECO )
                VALUES ( :GOTFB0D8.NPRECO-CLIEN
                       , :GOTFB0G2.NCONTA-NOVA
                       , :GOTFB0D8.CSIST-ORIGE-TARIF
                       , :GOTFB0D8.CSIT-OPER-REALZ
                       , :GOTFB0D8.VVALOR-PRECO-CLIEN
                       , :WRK-DT-MIGRACAO
                       , :GOTFB0D8.DFIM-VIGEN-PRECO )
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPRECO_CLIEN_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0067'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4440-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4490-FORMATAR-CHAVE-PRECO       SECTION.
      *----------------------------------------------------------------*

           MOVE '4490-FORMATAR-CHAVE-PRECO' TO  FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-ACAO                  EQUAL   'INCLUIDO NA NOVA'
              IF WRK-EM-SIMULACAO
                 MOVE ZEROS             TO      WRK-NSEQ-EDIT
              ELSE
                 MOVE NPRECO-CLIEN OF GOTFB0D8 TO WRK-NSEQ-EDIT
              END-IF
           ELSE
              MOVE WRK-NPRECO-ANTIGO    TO      WRK-NSEQ-EDIT
           END-IF.

           MOVE SPACES                  TO      WRK-CHAVE.
           STRING WRK-NSEQ-EDIT ' '
                  CSIST-ORIGE-TARIF OF GOTFB0D8 '/'
                  CSIT-OPER-REALZ OF GOTFB0D8 ' '
                  DINI-VIGEN-PRECO OF GOTFB0D8
                  DELIMITED BY SIZE     INTO    WRK-CHAVE.

      *----------------------------------------------------------------*
       4490-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (5) CICLO DE COBRANCA: TRANSFERIDO, SALVO SE A NOVA JA TIVER   *
      * CICLO PROPRIO (CONFLITO - VALE O DA NOVA)                      *
      *----------------------------------------------------------------*
       4500-MIGRAR-CICLO               SECTION.
      *----------------------------------------------------------------*

           MOVE '4500-MIGRAR-CICLO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-ANTIGA OF GOTFB0G2 TO    NCONTA-CLIEN
                                                OF GOTFB0E2.

           EXEC SQL
                SELECT DIA_DEBITO,
                       VVALOR_MIN_REMES
                  INTO :GOTFB0E2.DIA-DEBITO,
                       :GOTFB0E2.VVALOR-MIN-REMES
                  FROM DB2PRD.TCICLO_COBR_TARIF
                 WHERE NCONTA_CLIEN = :GOTFB0E2.NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 GO TO 4500-99-FIM
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TCICLO_COBR_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0070'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           EXEC SQL
                SELECT DIA_DEBITO,
                       VVALOR_MIN_REMES
                  INTO :WRK-DIA-DEBITO-NOVA,
                       :WRK-VMIN-REMES-NOVA
                  FROM DB2PRD.TCICLO_COBR_TARIF
                 WHERE NCONTA_CLIEN = :GOTFB0G2.NCONTA-NOVA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 SET WRK-EXISTE-NA-NOVA TO      TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'N'               TO      WRK-SW-EXISTE-NOVA
              WHEN OTHER
                 MOVE 'TCICLO_COBR_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0071'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           MOVE 'TCICLO_COBR_TARIF'     TO      WRK-TABELA.
           MOVE DIA-DEBITO OF GOTFB0E2  TO      WRK-DIA-EDIT.
           MOVE SPACES                  TO      WRK-CHAVE.
           STRING 'DIA DE DEBITO ' WRK-DIA-EDIT
                  DELIMITED BY SIZE     INTO    WRK-CHAVE.
           MOVE VVALOR-MIN-REMES OF GOTFB0E2 TO WRK-VLR-ANTIGA.
           MOVE 'V'                     TO      WRK-TIPO-COL-1.

           IF WRK-EXISTE-NA-NOVA
              MOVE 'CONFLITO - MANTIDO' TO      WRK-ACAO
              MOVE WRK-VMIN-REMES-NOVA  TO      WRK-VLR-NOVA-ANTES
                                                WRK-VLR-NOVA-DEPOIS
              MOVE 'V'                  TO      WRK-TIPO-COL-2
                                                WRK-TIPO-COL-3
              PERFORM 6200-GRAVAR-DETALHE
              ADD 1                     TO      WRK-CONFLITOS
              GO TO 4500-99-FIM
           END-IF.

           IF NOT WRK-EM-SIMULACAO
              EXEC SQL
                   UPDATE DB2PRD.TCICLO_COBR_TARIF
                      SET NCONTA_CLIEN = :GOTFB0G2.NCONTA-NOVA
                    WHERE NCONTA_CLIEN = :GOTFB0E2.NCONTA-CLIEN
              END-EXEC
              IF (SQLCODE           NOT EQUAL   ZEROS)  OR
                 (SQLWARN0              EQUAL   'W')
                 MOVE 'TCICLO_COBR_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-UPDATE         TO      TRUE
                 MOVE '0072'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
           END-IF.

           MOVE 'TRANSFERIDO'           TO      WRK-ACAO.
           MOVE VVALOR-MIN-REMES OF GOTFB0E2 TO WRK-VLR-NOVA-DEPOIS.
           MOVE SPACES                  TO      WRK-TIPO-COL-2.
           MOVE 'V'                     TO      WRK-TIPO-COL-3.
           PERFORM 6200-GRAVAR-DETALHE.

           ADD 1                        TO      WRK-CICLOS-MIGRADOS.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (6) PENDENCIAS ABERTAS DE DEBITO: A PROXIMA REAPRESENTACAO DO  *
      * GOTF2REM PASSA A DEBITAR A CONTA NOVA                          *
      *----------------------------------------------------------------*
       4600-REAPONTAR-PENDENCIAS       SECTION.
      *----------------------------------------------------------------*

           MOVE '4600-REAPONTAR-PENDENCIAS' TO  FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-PENDENCIA.

           EXEC SQL
                OPEN CPND
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_COBR_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0080'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 4610-LER-PENDENCIA.

           PERFORM 4620-TRATAR-PENDENCIA
             UNTIL WRK-EOF-PENDENCIA.

           EXEC SQL
                CLOSE CPND
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_COBR_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0082'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4610-LER-PENDENCIA              SECTION.
      *----------------------------------------------------------------*

           MOVE '4610-LER-PENDENCIA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPND
                 INTO :GOTFB0D2.CSIST-ORIGE-TARIF,
                      :GOTFB0D2.DRECEB-MOVTO-TARIF,
                      :GOTFB0D2.NMOVTO-EVNTO-TARIF,
                      :GOTFB0D2.IN-SITUACAO,
                      :GOTFB0D2.NCONTA-DEBTO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-PENDENCIA  TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPEND_COBR_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0081'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       4610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4620-TRATAR-PENDENCIA           SECTION.
      *----------------------------------------------------------------*

           MOVE '4620-TRATAR-PENDENCIA' TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT WRK-EM-SIMULACAO
              EXEC SQL
                   UPDATE DB2PRD.TPEND_COBR_TARIF
                      SET NCONTA_DEBTO       = :GOTFB0G2.NCONTA-NOVA
                    WHERE CSIST_ORIGE_TARIF  =
                                         :GOTFB0D2.CSIST-ORIGE-TARIF
                      AND DRECEB_MOVTO_TARIF =
                                         :GOTFB0D2.DRECEB-MOVTO-TARIF
                      AND NMOVTO_EVNTO_TARIF =
                                         :GOTFB0D2.NMOVTO-EVNTO-TARIF
              END-EXEC
              IF (SQLCODE           NOT EQUAL   ZEROS)  OR
                 (SQLWARN0              EQUAL   'W')
                 MOVE 'TPEND_COBR_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-UPDATE         TO      TRUE
                 MOVE '0083'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
           END-IF.

           MOVE 'TPEND_COBR_TARIF'      TO      WRK-TABELA.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0D2 TO WRK-NMOVTO-EDIT.
           MOVE SPACES                  TO      WRK-CHAVE.
           STRING CSIST-ORIGE-TARIF OF GOTFB0D2 ' '
                  DRECEB-MOVTO-TARIF OF GOTFB0D2 ' '
                  WRK-NMOVTO-EDIT
                  DELIMITED BY SIZE     INTO    WRK-CHAVE.

           IF PEND-REREMETIDA
              MOVE 'DEBITO REAPONTADO R' TO     WRK-ACAO
           ELSE
              MOVE 'DEBITO REAPONTADO'  TO      WRK-ACAO
           END-IF.

           MOVE SPACES                  TO      WRK-TIPO-COL-1
                                                WRK-TIPO-COL-2
                                                WRK-TIPO-COL-3.
           PERFORM 6200-GRAVAR-DETALHE.

           ADD 1                        TO      WRK-PENDENCIAS-REAPONT.

           PERFORM 4610-LER-PENDENCIA.

      *----------------------------------------------------------------*
       4620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * (7) MANUTENCOES PENDENTES DE DUPLA CUSTODIA DA CONTA ANTIGA:   *
      * A APROVACAO NO GOTF48JS JA EFETIVA NA CONTA NOVA               *
      *----------------------------------------------------------------*
       4700-MIGRAR-MANUTENCOES         SECTION.
      *----------------------------------------------------------------*

           MOVE '4700-MIGRAR-MANUTENCOES' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-EM-SIMULACAO
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WRK-QTD-AUX
                     FROM DB2PRD.TPEND_MANUT_TARIF
                    WHERE NCONTA_CLIEN = :GOTFB0G2.NCONTA-ANTIGA
                      AND IN_SITUACAO  = 'P'
              END-EXEC
              IF (SQLCODE           NOT EQUAL   ZEROS)  OR
                 (SQLWARN0              EQUAL   'W')
                 MOVE 'TPEND_MANUT_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0090'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
           ELSE
              EXEC SQL
                   UPDATE DB2PRD.TPEND_MANUT_TARIF
                      SET NCONTA_CLIEN = :GOTFB0G2.NCONTA-NOVA
                    WHERE NCONTA_CLIEN = :GOTFB0G2.NCONTA-ANTIGA
                      AND IN_SITUACAO  = 'P'
              END-EXEC
              IF SQLCODE                EQUAL   +100
                 GO TO 4700-99-FIM
              END-IF
              IF (SQLCODE           NOT EQUAL   ZEROS)  OR
                 (SQLWARN0              EQUAL   'W')
                 MOVE 'TPEND_MANUT_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-UPDATE         TO      TRUE
                 MOVE '0091'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
              MOVE SQLERRD (3)          TO      WRK-QTD-AUX
           END-IF.

           IF WRK-QTD-AUX               EQUAL   ZEROS
              GO TO 4700-99-FIM
           END-IF.

           ADD WRK-QTD-AUX              TO      WRK-MANUTENCOES-MIGRADAS
                                                WRK-LINHAS-PAR.

           MOVE 'MANUTENCOES PENDENTES (TPEND_MANUT_TARIF) TRANSFERIDAS'
                                        TO      AVI-TEXTO.
           MOVE WRK-QTD-AUX             TO      AVI-QTD.
           PERFORM 6400-GRAVAR-AVISO.

      *----------------------------------------------------------------*
       4700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REFERENCIA CRUZADA: O PAR E, PARA TODA CONTA ANTERIORMENTE     *
      * MIGRADA PARA A CONTA ANTIGA, TAMBEM O PAR COM A CONTA NOVA     *
      * (TABELA TRANSITIVA - UM UNICO ACESSO ACHA O NUMERO ATUAL)      *
      *----------------------------------------------------------------*
       4800-REGISTRAR-REFERENCIA       SECTION.
      *----------------------------------------------------------------*

           MOVE '4800-REGISTRAR-REFERENCIA' TO  FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-PAR-REPROCESSO
              MOVE 'PAR JA REGISTRADO EM TMIGR_CONTA_TARIF (REPROCESSO)'
                                        TO      AVI-TEXTO
              MOVE ZEROS                TO      AVI-QTD
              PERFORM 6400-GRAVAR-AVISO
              GO TO 4800-99-FIM
           END-IF.

           MOVE WRK-LINHAS-PAR          TO      QTD-LINHAS-MIGR
                                                OF GOTFB0G2.

           IF WRK-EM-SIMULACAO
              MOVE 'REFERENCIA CRUZADA A GRAVAR EM TMIGR_CONTA_TARIF'
                                        TO      AVI-TEXTO
              MOVE 1                    TO      AVI-QTD
              PERFORM 6400-GRAVAR-AVISO
              GO TO 4800-99-FIM
           END-IF.

           EXEC SQL
                INSERT INTO DB2PRD.TMIGR_CONTA_TARIF
                      (NCONTA_ANTIGA    ,
                       NCONTA_NOVA      ,
                       DT_MIGRACAO      ,
                       CMOTIVO_MIGR     ,
                       DT_PROCESSAMENTO ,
                       QTD_LINHAS_MIGR  ,
                       CUSUAR_MIGR)
                  VALUES
                      (:GOTFB0G2.NCONTA-ANTIGA    ,
                       :GOTFB0G2.NCONTA-NOVA      ,
                       :GOTFB0G2.DT-MIGRACAO      ,
                       :GOTFB0G2.CMOTIVO-MIGR     ,
                       :GOTFB0G2.DT-PROCESSAMENTO ,
                       :GOTFB0G2.QTD-LINHAS-MIGR  ,
                       :GOTFB0G2.CUSUAR-MIGR)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMIGR_CONTA_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0100'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO  WRK-REFERENCIAS-GRAVADAS.

           EXEC SQL
                INSERT INTO DB2PRD.TMIGR_CONTA_TARIF
                      (NCONTA_ANTIGA    ,
                       NCONTA_NOVA      ,
                       DT_MIGRACAO      ,
                       CMOTIVO_MIGR     ,
                       DT_PROCESSAMENTO ,
                       QTD_LINHAS_MIGR  ,
                       CUSUAR_MIGR)
                SELECT X.NCONTA_ANTIGA            ,
                       :GOTFB0G2.NCONTA-NOVA      ,
                       :GOTFB0G2.DT-MIGRACAO      ,
                       :GOTFB0G2.CMOTIVO-MIGR     ,
                       :GOTFB0G2.DT-PROCESSAMENTO ,
                       0                          ,
                       :GOTFB0G2.CUSUAR-MIGR
                  FROM DB2PRD.TMIGR_CONTA_TARIF X
                 WHERE X.NCONTA_NOVA = :GOTFB0G2.NCONTA-ANTIGA
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TMIGR_CONTA_TARIF Y
                         WHERE Y.NCONTA_ANTIGA = X.NCONTA_ANTIGA
                           AND Y.NCONTA_NOVA   = :GOTFB0G2.NCONTA-NOVA)
           END-EXEC.

           IF SQLCODE                   EQUAL   +100
              GO TO 4800-99-FIM
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMIGR_CONTA_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0101'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE SQLERRD (3)             TO      WRK-QTD-AUX.
           ADD WRK-QTD-AUX              TO  WRK-REFERENCIAS-GRAVADAS.

           MOVE 'REFERENCIAS TRANSITIVAS (NUMEROS ANTERIORES A ANTIGA)'
                                        TO      AVI-TEXTO.
           MOVE WRK-QTD-AUX             TO      AVI-QTD.
           PERFORM 6400-GRAVAR-AVISO.

      *----------------------------------------------------------------*
       4800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * EVENTO AINDA NAO REMETIDO NA CONTA ANTIGA FICA NO NUMERO       *
      * ANTIGO E SEGUE NA PROXIMA REMESSA: SO AVISA NO RELATORIO       *
      *----------------------------------------------------------------*
       4900-AVISAR-NAO-REMETIDOS       SECTION.
      *----------------------------------------------------------------*

           MOVE '4900-AVISAR-NAO-REMETIDOS' TO  FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-AUX
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE NCONTA_CLIEN       = :GOTFB0G2.NCONTA-ANTIGA
                   AND IND_REMES_TARIF    = 'N'
                   AND CSIT_EVNTO_TARIF   = 'P'
                   AND VVALOR_COBR_TARIF  > 0
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0110'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-AUX               EQUAL   ZEROS
              GO TO 4900-99-FIM
           END-IF.

           ADD 1                        TO  WRK-AVISOS-NAO-REMETIDOS.

           MOVE
           'AVISO: EVENTOS NAO REMETIDOS (FICAM NA ANTIGA)'
                                        TO      AVI-TEXTO.
           MOVE WRK-QTD-AUX             TO      AVI-QTD.
           PERFORM 6400-GRAVAR-AVISO.

      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-GRAVAR-CABEC-PAR           SECTION.
      *----------------------------------------------------------------*

           MOVE '6100-GRAVAR-CABEC-PAR' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE MIG-NCONTA-ANTIGA       TO      PAR-NCONTA-ANTIGA.
           MOVE MIG-NCONTA-NOVA         TO      PAR-NCONTA-NOVA.
           MOVE WRK-DT-MIGRACAO         TO      PAR-DT-MIGRACAO.
           MOVE MIG-CMOTIVO-MIGR        TO      PAR-CMOTIVO-MIGR.

           IF WRK-PAR-REPROCESSO
              MOVE '(PAR JA MIGRADO - REPROCESSO)' TO PAR-SITUACAO
           ELSE
              MOVE SPACES               TO      PAR-SITUACAO
           END-IF.

           WRITE FD-GOTF045R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1150-TESTAR-FS-GOTF045R.
           WRITE FD-GOTF045R            FROM    WRK-LINHA-PAR.
           PERFORM 1150-TESTAR-FS-GOTF045R.
           WRITE FD-GOTF045R            FROM    WRK-LINHA-CABEC-DETALHE.
           PERFORM 1150-TESTAR-FS-GOTF045R.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LINHA DE DETALHE ANTES/DEPOIS. CADA COLUNA SAI COMO VALOR,     *
      * QUANTIDADE OU EM BRANCO CONFORME WRK-TIPO-COL-1/2/3            *
      *----------------------------------------------------------------*
       6200-GRAVAR-DETALHE             SECTION.
      *----------------------------------------------------------------*

           MOVE '6200-GRAVAR-DETALHE'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-TABELA              TO      DET-TABELA.
           MOVE WRK-CHAVE               TO      DET-CHAVE.
           MOVE WRK-ACAO                TO      DET-ACAO.

           MOVE WRK-TIPO-COL-1          TO      WRK-TIPO-COL.
           MOVE WRK-VLR-ANTIGA          TO      WRK-VLR-COL.
           PERFORM 6250-EDITAR-COLUNA.
           MOVE WRK-COL-EDIT            TO      DET-COL-ANTIGA.

           MOVE WRK-TIPO-COL-2          TO      WRK-TIPO-COL.
           MOVE WRK-VLR-NOVA-ANTES      TO      WRK-VLR-COL.
           PERFORM 6250-EDITAR-COLUNA.
           MOVE WRK-COL-EDIT            TO      DET-COL-NOVA-ANTES.

           MOVE WRK-TIPO-COL-3          TO      WRK-TIPO-COL.
           MOVE WRK-VLR-NOVA-DEPOIS     TO      WRK-VLR-COL.
           PERFORM 6250-EDITAR-COLUNA.
           MOVE WRK-COL-EDIT            TO      DET-COL-NOVA-DEPOIS.

           WRITE FD-GOTF045R            FROM    WRK-LINHA-DETALHE.
           PERFORM 1150-TESTAR-FS-GOTF045R.

           ADD 1                        TO      WRK-LINHAS-PAR.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6250-EDITAR-COLUNA              SECTION.
      *----------------------------------------------------------------*

           MOVE '6250-EDITAR-COLUNA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE TRUE
              WHEN WRK-COL-VALOR
                 MOVE WRK-VLR-COL       TO      WRK-VLR-EDIT
                 MOVE WRK-VLR-EDIT      TO      WRK-COL-EDIT
              WHEN WRK-COL-QUANTIDADE
                 MOVE WRK-VLR-COL       TO      WRK-QTD-EDIT
                 MOVE WRK-QTD-EDIT-GRUPO TO     WRK-COL-EDIT
              WHEN OTHER
                 MOVE SPACES            TO      WRK-COL-EDIT
           END-EVALUATE.

      *----------------------------------------------------------------*
       6250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PAR REJEITADO: CABECALHO DO PAR COM A MARCA E O MOTIVO. NADA E *
      * MIGRADO E O PROGRAMA SEGUE                                     *
      *----------------------------------------------------------------*
       6300-GRAVAR-REJEITO             SECTION.
      *----------------------------------------------------------------*

           MOVE '6300-GRAVAR-REJEITO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE MIG-NCONTA-ANTIGA       TO      PAR-NCONTA-ANTIGA.
           MOVE MIG-NCONTA-NOVA         TO      PAR-NCONTA-NOVA.
           MOVE MIG-DT-MIGRACAO         TO      PAR-DT-MIGRACAO.
           MOVE MIG-CMOTIVO-MIGR        TO      PAR-CMOTIVO-MIGR.
           MOVE '*** PAR REJEITADO ***' TO      PAR-SITUACAO.

           WRITE FD-GOTF045R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1150-TESTAR-FS-GOTF045R.
           WRITE FD-GOTF045R            FROM    WRK-LINHA-PAR.
           PERFORM 1150-TESTAR-FS-GOTF045R.

           MOVE SPACES                  TO      AVI-TEXTO.
           STRING 'MOTIVO: ' WRK-MOTIVO-REJEITO
                  DELIMITED BY SIZE     INTO    AVI-TEXTO.
           MOVE ZEROS                   TO      AVI-QTD.
           PERFORM 6400-GRAVAR-AVISO.

           ADD 1                        TO      WRK-REJEITADOS.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6400-GRAVAR-AVISO               SECTION.
      *----------------------------------------------------------------*

           MOVE '6400-GRAVAR-AVISO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           WRITE FD-GOTF045R            FROM    WRK-LINHA-AVISO.
           PERFORM 1150-TESTAR-FS-GOTF045R.

      *----------------------------------------------------------------*
       6400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT WRK-EM-SIMULACAO
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

           DISPLAY '*********** GOTF2MIG ***********'
           DISPLAY '*                              *'
           DISPLAY '*   RENUMERACAO DE CONTAS      *'
           DISPLAY '* ---------------------------- *'
           IF WRK-EM-SIMULACAO
              DISPLAY '* MODO     : SIMULACAO         *'
           ELSE
              DISPLAY '* MODO     : REAL              *'
           END-IF
           DISPLAY '* MOVIMENTO DE      : ' WRK-DT-MOVIMENTO
           DISPLAY '* PARES LIDOS       : ' WRK-LIDOS-GOTF045E
           DISPLAY '* PARES MIGRADOS    : ' WRK-PARES-MIGRADOS
           DISPLAY '* PARES REPROCESSAD.: ' WRK-PARES-REPROCESSADOS
           DISPLAY '* PARES REJEITADOS  : ' WRK-REJEITADOS
           DISPLAY '* ACUMULADOS TETO   : ' WRK-ACUM-MIGRADOS
           DISPLAY '* CONTAGENS MENSAIS : ' WRK-CONTAGENS-MIGRADAS
           DISPLAY '* ISENCOES          : ' WRK-ISENCOES-MIGRADAS
           DISPLAY '* PRECOS NEGOCIADOS : ' WRK-PRECOS-MIGRADOS
           DISPLAY '* CICLOS COBRANCA   : ' WRK-CICLOS-MIGRADOS
           DISPLAY '* PENDENC REAPONT.  : ' WRK-PENDENCIAS-REAPONT
           DISPLAY '* MANUTENC PENDENTES: ' WRK-MANUTENCOES-MIGRADAS
           DISPLAY '* CONFLITOS         : ' WRK-CONFLITOS
           DISPLAY '* REFERENCIAS       : ' WRK-REFERENCIAS-GRAVADAS
           DISPLAY '* AVISO NAO REMETIDO: ' WRK-AVISOS-NAO-REMETIDOS
           DISPLAY '*********** GOTF2MIG ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF045E
                 GOTF045R.

           PERFORM 1100-TESTAR-FS-GOTF045E.
           PERFORM 1150-TESTAR-FS-GOTF045R.

           IF WRK-REJEITADOS            GREATER ZEROS
              OR WRK-CONFLITOS          GREATER ZEROS
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

           MOVE 'GOTF2MIG'              TO      FRWKGHEA-NOME-PROGRAMA.

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
