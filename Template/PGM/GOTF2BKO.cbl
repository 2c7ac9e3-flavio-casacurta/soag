      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2BKO.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2BKO                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  MARCO/2028                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF050R          O              WRK-LINHA-BKO  *
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
      *                DB2PRD.TACUM_TARIF_MENSAL        GOTFB0B2       *
      *                DB2PRD.TQTDE_EVNTO_MENSAL        GOTFB0E1       *
      *                DB2PRD.TCAMPN_PROMO_TARIF        GOTFB0G5       *
      *                DB2PRD.TCTRL_RECPC_TARIF         (UPDATE)       *
      *                DB2PRD.TEST_VOL_TARIF            GOTFB0C3       *
      *                DB2PRD.TCTRL_LANC_CTBIL          (COUNT)        *
      *                DB2PRD.TFECH_COMPT_TARIF         GOTFB0E5       *
      *                DB2PRD.TXREF_MANIF_TARIF         (COUNT)        *
      *                DB2PRD.TESTRN_CARGA_TARIF        GOTFB0G8       *
      *                DB2PRD.TESTRN_CARGA_EVNTO        GOTFB0G9       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POS 01-03 : SISTEMA DE ORIGEM DA CARGA (OBRIGATORIO)        *
      *    POS 04-13 : DATA DE RECEBIMENTO AAAA-MM-DD (OBRIGATORIA)    *
      *    POS 14-26 : NMOVTO INICIAL (ZEROS = SEM LIMITE)             *
      *    POS 27-39 : NMOVTO FINAL   (ZEROS = SEM LIMITE)             *
      *    POS 40    : 'P' = DESFAZ A CARGA; QUALQUER OUTRO VALOR =    *
      *                SIMULACAO (PADRAO - SO RELATA, SEM GRAVAR)      *
      *    POS 41-48 : USUARIO SOLICITANTE (OBRIGATORIO NO MODO 'P')   *
      *    POS 49-60 : NUMERO DO CHAMADO                               *
      *    POS 61-70 : DATA DA EXECUCAO DO GOTF2DSS EM TEST_VOL_TARIF  *
      *                (BRANCOS = PRIMEIRA EXECUCAO DA ORIGEM A PARTIR *
      *                DA DATA DE RECEBIMENTO)                         *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    MAR/2028 - HOMI - PROGRAMA CRIADO. DESFAZIMENTO CONTROLADO  *
      *               DE UMA CARGA JA POSTADA PELO GOTF2DSS (ARQUIVO   *
      *               GOTF001E OU STAGING ERRADO: DIA DUPLICADO,       *
      *               VALORES OU MES TROCADOS), PELA CHAVE ORIGEM +    *
      *               DRECEB_MOVTO_TARIF E FAIXA OPCIONAL DE NMOVTO.   *
      *               EVENTOS GERADOS PELO PROPRIO SISTEMA NA DATA     *
      *               (CORR, BAIX, RECP, LPAR, RPAR, MORA) NAO SAO DA  *
      *               CARGA E FICAM FORA DO ESCOPO. PRIMEIRO CONFERE   *
      *               TODOS OS EVENTOS DO ESCOPO E LISTA EM GOTF050R   *
      *               CADA BLOQUEIO: EVENTO REMETIDO AO BANCO, FATURADO*
      *               , COM SITUACAO OU REEMBOLSO DIFERENTE DE         *
      *               PENDENTE, VINCULADO A MANIFESTACAO, COM A DATA   *
      *               CONTABIL JA LEVADA AO RAZAO PARA A ORIGEM        *
      *               (TCTRL_LANC_CTBIL) OU COM A COMPETENCIA FECHADA  *
      *               (TFECH_COMPT_TARIF). HAVENDO QUALQUER BLOQUEIO,  *
      *               NADA E ALTERADO E O JOB TERMINA COM RETURN-CODE  *
      *               4. SEM BLOQUEIO, NO MODO 'P', CADA EVENTO E      *
      *               EXCLUIDO DE TSIT_MOVTO_TARIF COM SUA IMAGEM      *
      *               GUARDADA EM TESTRN_CARGA_EVNTO E SEUS EFEITOS    *
      *               SAO DESFEITOS: ACUMULADO MENSAL (TACUM, COMO O   *
      *               INVARIANTE CONFERIDO PELO GOTF2VAC), CONTAGEM    *
      *               MENSAL POR CLASSE (TQTDE, COMO 4860 DO GOTF2DSS),*
      *               ORCAMENTO CONSUMIDO DA CAMPANHA PROMOCIONAL,     *
      *               PENDENCIAS E ULTIMO RECEBIMENTO DA ORIGEM EM     *
      *               TCTRL_RECPC_TARIF E LIDOS/INSERIDOS DA LINHA DA  *
      *               EXECUCAO EM TEST_VOL_TARIF, PARA O ARQUIVO       *
      *               CORRIGIDO SER REPOSTADO SEM DUPLICIDADE. CADA    *
      *               EXECUCAO NO MODO 'P' (DESFEITA OU BLOQUEADA) E   *
      *               REGISTRADA EM TESTRN_CARGA_TARIF COM O USUARIO E *
      *               O CHAMADO. UNICA UNIDADE DE TRABALHO.            *
      *    AGO/2028 - HOMI - O CREDITO DE COMPENSACAO DA OUVIDORIA     *
      *               ('COMP', GOTF2CMP) E GERADO PELO SISTEMA E FICA  *
      *               FORA DO ESCOPO DO DESFAZIMENTO, COMO OS DEMAIS.  *
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

           SELECT GOTF050R ASSIGN      TO   UT-S-GOTF050R
                      FILE STATUS      IS   WRK-FS-GOTF050R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF050R - RELATORIO DO DESFAZIMENTO DA CARGA        *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  GOTF050R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF050R                 PIC  X(132).

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

       01  WRK-PARM-MODO-SIMULA        PIC  X(01) VALUE 'S'.
           88  WRK-EM-SIMULACAO                    VALUE 'S'.

       01  WRK-SW-EOF-EVENTO           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-EVENTO                      VALUE 'S'.

       01  WRK-SW-EVENTO-BLOQUEADO     PIC  X(01) VALUE 'N'.
           88  WRK-EVENTO-BLOQUEADO                VALUE 'S'.

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-HORA-PROCESSO           PIC  X(08) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ESCOPO DA CARGA A DESFAZER (PARM)                             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CSIST-CARGA             PIC  X(03) VALUE SPACES.
       01  WRK-DRECEB-CARGA            PIC  X(10) VALUE SPACES.
       01  WRK-NMOVTO-INICIAL          PIC S9(13)V COMP-3 VALUE ZEROS.
       01  WRK-NMOVTO-FINAL            PIC S9(13)V COMP-3 VALUE ZEROS.
       01  WRK-NMOVTO-MAXIMO           PIC S9(13)V COMP-3
                                                   VALUE 9999999999999.
       01  WRK-CUSUAR-SOLICT           PIC  X(08) VALUE SPACES.
       01  WRK-NCHAMADO                PIC  X(12) VALUE SPACES.
       01  WRK-DT-EXECUCAO-VOL         PIC  X(10) VALUE SPACES.

       01  WRK-DATA-CONFERIR.
         05  WRK-DCONF-AAAA            PIC  X(04).
         05  WRK-DCONF-TRACO1          PIC  X(01).
         05  WRK-DCONF-MM              PIC  X(02).
         05  WRK-DCONF-TRACO2          PIC  X(01).
         05  WRK-DCONF-DD              PIC  X(02).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * SITUACAO DO EVENTO LIDO (COLUNAS FORA DO GOTFB0G9)             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CSIT-EVNTO              PIC  X(01) VALUE SPACE.
           88  WRK-EVENTO-PENDENTE                 VALUE 'P' ' '.
       01  WRK-IND-REMES               PIC  X(01) VALUE SPACE.
       01  WRK-NREMES-TARIF            PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-DT-REMES-ORIGL          PIC  X(10) VALUE SPACES.
       01  WRK-NFATUR-TARIF            PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-CSIT-REEMB              PIC  X(01) VALUE SPACE.

       01  WRK-QTD-AUX                 PIC S9(09) COMP VALUE ZEROS.
       01  WRK-NSEQ-ESTRN              PIC S9(09)V COMP-3 VALUE ZEROS.

       01  WRK-NREMES-EDIT             PIC  9(09) VALUE ZEROS.
       01  WRK-NCONTA-EDIT             PIC  9(13) VALUE ZEROS.
       01  WRK-QTD-EDIT                PIC  9(04) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * BLOQUEIO CORRENTE A LISTAR                                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MOTIVO-BLOQUEIO         PIC  X(30) VALUE SPACES.
       01  WRK-COMPL-BLOQUEIO          PIC  X(20) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CHAVES DE MES DO ACUMULADO/CONTAGEM E DA COMPETENCIA          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
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

       01  WRK-DCOMPT-DESMEMBRADA.
         05  WRK-DCOMPT-AAAA           PIC  9(04).
         05  FILLER                    PIC  X(01).
         05  WRK-DCOMPT-MM             PIC  9(02).
         05  FILLER                    PIC  X(03).
       01  WRK-AAMM-COMPT.
         05  WRK-AAMM-COMPT-AAAA       PIC  9(04).
         05  WRK-AAMM-COMPT-MM         PIC  9(02).
       01  FILLER REDEFINES WRK-AAMM-COMPT.
         05  WRK-AAMM-COMPT-NUM        PIC  9(06).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-EVENTOS-ESCOPO        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-EVENTOS-BLOQUEADOS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-BLOQUEIOS         PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-EVENTOS-DESFEITOS     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-ACUM-ESTORNADOS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTDE-ESTORNADAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CAMPN-DEVOLVIDAS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-VLR-ESCOPO            PIC S9(15)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-VLR-DESFEITO          PIC S9(15)V9(02) COMP-3
                                                           VALUE ZEROS.

       01  WRK-QTD-DESFEITOS-SQL       PIC S9(09)V COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF050R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF050R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-TITULO-BKO.
         05  FILLER                    PIC  X(041) VALUE
           'GOTF2BKO - DESFAZIMENTO DE CARGA   MODO: '.
         05  TIT-MODO                  PIC  X(009).
         05  FILLER                    PIC  X(010) VALUE
           '  ORIGEM: '.
         05  TIT-ORIGEM                PIC  X(003).
         05  FILLER                    PIC  X(015) VALUE
           '  RECEBIMENTO: '.
         05  TIT-DRECEB                PIC  X(010).
         05  FILLER                    PIC  X(010) VALUE
           '  NMOVTO: '.
         05  TIT-NMOVTO-INICIAL        PIC  9(013).
         05  FILLER                    PIC  X(003) VALUE ' A '.
         05  TIT-NMOVTO-FINAL          PIC  9(013).
         05  FILLER                    PIC  X(005) VALUE SPACES.

       01  WRK-LINHA-SOLICITANTE.
         05  FILLER                    PIC  X(013) VALUE
           'SOLICITANTE: '.
         05  SOL-CUSUAR                PIC  X(008).
         05  FILLER                    PIC  X(011) VALUE
           '  CHAMADO: '.
         05  SOL-NCHAMADO              PIC  X(012).
         05  FILLER                    PIC  X(017) VALUE
           '  PROCESSAMENTO: '.
         05  SOL-DATA-PROCESSO         PIC  X(010).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  SOL-HORA-PROCESSO         PIC  X(008).
         05  FILLER                    PIC  X(025) VALUE
           '  ESTATISTICA DE VOLUME: '.
         05  SOL-DT-EXECUCAO-VOL       PIC  X(010).
         05  FILLER                    PIC  X(017) VALUE SPACES.

       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.

       01  WRK-LINHA-CABEC-BKO.
         05  FILLER                    PIC  X(045) VALUE
           'NMOVTO         CONTA          CL JUST        '.
         05  FILLER                    PIC  X(045) VALUE
           ' VALOR COBRADO COMPETENCIA  SITUACAO / BLOQUE'.
         05  FILLER                    PIC  X(042) VALUE
           'IO                  COMPLEMENTO'.

       01  WRK-LINHA-BKO.
         05  BKO-NMOVTO                PIC  9(013).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  BKO-NCONTA-MASC           PIC  X(013).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  BKO-CSIT-OPER             PIC  X(002).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  BKO-CJUSTF                PIC  X(004).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  BKO-VALOR                 PIC  ZZ.ZZZ.ZZZ.ZZ9,99-.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  BKO-DT-COMPT              PIC  X(010).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  BKO-SITUACAO              PIC  X(030).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  BKO-COMPLEMENTO           PIC  X(020).
         05  FILLER                    PIC  X(011) VALUE SPACES.

       01  WRK-LINHA-TOTAL-BKO.
         05  TOT-DESCRICAO             PIC  X(040).
         05  TOT-QTD                   PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(003) VALUE SPACES.
         05  TOT-VALOR                 PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
         05  FILLER                    PIC  X(055) VALUE SPACES.

       01  WRK-LINHA-RESULTADO-BKO.
         05  FILLER                    PIC  X(011) VALUE
           'RESULTADO: '.
         05  RES-TEXTO                 PIC  X(080).
         05  FILLER                    PIC  X(041) VALUE SPACES.

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
               INCLUDE GOTFB0E1
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G5
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0C3
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E5
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G8
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G9
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * EVENTOS DA CARGA NO ESCOPO, PARA A CONFERENCIA DOS BLOQUEIOS. *
      * A COMPETENCIA EFETIVA E A DO GOTF2CTB: DT_COMPT_CTBIL OU, SEM *
      * ELA, A DATA DE RECEBIMENTO. OS EVENTOS GERADOS PELO SISTEMA   *
      * NA MESMA DATA NAO SAO DA CARGA                                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CEVT CURSOR FOR
                SELECT NMOVTO_EVNTO_TARIF,
                       COALESCE(NCONTA_CLIEN, 0),
                       CSIT_OPER_REALZ,
                       COALESCE(CJUSTF_EVNTO_TARIF, ' '),
                       VVALOR_COBR_TARIF,
                       COALESCE(NCAMPN_PROMO, 0),
                       COALESCE(VVALOR_DESC_PROMO, 0),
                       CHAR(CASE WHEN DT_COMPT_CTBIL IS NULL
                                   OR DT_COMPT_CTBIL = '0001-01-01'
                                 THEN DRECEB_MOVTO_TARIF
                                 ELSE DT_COMPT_CTBIL
                            END, ISO),
                       COALESCE(CSIT_EVNTO_TARIF, 'P'),
                       COALESCE(IND_REMES_TARIF, 'N'),
                       COALESCE(NREMES_TARIF, 0),
                       COALESCE(CHAR(DT_REMES_ORIGL, ISO), ' '),
                       COALESCE(NFATUR_TARIF, 0),
                       COALESCE(CSIT_REEMB_TARIF, ' ')
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :WRK-CSIST-CARGA
                   AND DRECEB_MOVTO_TARIF = :WRK-DRECEB-CARGA
                   AND NMOVTO_EVNTO_TARIF BETWEEN :WRK-NMOVTO-INICIAL
                                              AND :WRK-NMOVTO-FINAL
                   AND COALESCE(CJUSTF_EVNTO_TARIF, ' ') NOT IN
                       ('CORR', 'BAIX', 'RECP', 'LPAR', 'RPAR', 'MORA',
                        'COMP')
                 ORDER BY NMOVTO_EVNTO_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * MESMO ESCOPO, PARA A EXCLUSAO (CURSOR ATUALIZAVEL, SEM ORDER) *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CEXC CURSOR FOR
                SELECT NMOVTO_EVNTO_TARIF,
                       COALESCE(NCONTA_CLIEN, 0),
                       CSIT_OPER_REALZ,
                       COALESCE(CJUSTF_EVNTO_TARIF, ' '),
                       VVALOR_COBR_TARIF,
                       COALESCE(NCAMPN_PROMO, 0),
                       COALESCE(VVALOR_DESC_PROMO, 0),
                       CHAR(CASE WHEN DT_COMPT_CTBIL IS NULL
                                   OR DT_COMPT_CTBIL = '0001-01-01'
                                 THEN DRECEB_MOVTO_TARIF
                                 ELSE DT_COMPT_CTBIL
                            END, ISO),
                       COALESCE(CSIT_EVNTO_TARIF, 'P'),
                       COALESCE(IND_REMES_TARIF, 'N'),
                       COALESCE(NREMES_TARIF, 0),
                       COALESCE(CHAR(DT_REMES_ORIGL, ISO), ' '),
                       COALESCE(NFATUR_TARIF, 0),
                       COALESCE(CSIT_REEMB_TARIF, ' ')
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :WRK-CSIST-CARGA
                   AND DRECEB_MOVTO_TARIF = :WRK-DRECEB-CARGA
                   AND NMOVTO_EVNTO_TARIF BETWEEN :WRK-NMOVTO-INICIAL
                                              AND :WRK-NMOVTO-FINAL
                   AND COALESCE(CJUSTF_EVNTO_TARIF, ' ') NOT IN
                       ('CORR', 'BAIX', 'RECP', 'LPAR', 'RPAR', 'MORA',
                        'COMP')
                   FOR UPDATE
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *          PARM: POS 01-03 ORIGEM; 04-13 DATA DE RECEBIMENTO;    *
      *                14-26 E 27-39 FAIXA DE NMOVTO; 40 MODO;         *
      *                41-48 USUARIO; 49-60 CHAMADO; 61-70 DATA DA     *
      *                EXECUCAO EM TEST_VOL_TARIF                      *
      *----------------------------------------------------------------*
       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM             PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-ORIGEM PIC  X(003).
               10  WRK-PARM-DADO-DRECEB PIC  X(010).
               10  WRK-PARM-DADO-NMOVTO-INI
                                        PIC  9(013).
               10  WRK-PARM-DADO-NMOVTO-FIM
                                        PIC  9(013).
               10  WRK-PARM-DADO-MODO   PIC  X(001).
               10  WRK-PARM-DADO-CUSUAR PIC  X(008).
               10  WRK-PARM-DADO-CHAMADO
                                        PIC  X(012).
               10  WRK-PARM-DADO-DT-VOL PIC  X(010).
               10  FILLER               PIC  X(030).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 2000-VERIFICAR-CARGA.

           IF WRK-EVENTOS-ESCOPO    IS GREATER THAN ZEROS  AND
              WRK-QTD-BLOQUEIOS         EQUAL   ZEROS      AND
              NOT WRK-EM-SIMULACAO
              PERFORM 3000-DESFAZER-CARGA
              PERFORM 4000-ATUALIZAR-CONTROLES
           END-IF.

           IF WRK-EVENTOS-ESCOPO    IS GREATER THAN ZEROS  AND
              NOT WRK-EM-SIMULACAO
              PERFORM 5000-REGISTRAR-EXECUCAO
           END-IF.

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

           PERFORM 1200-VALIDAR-PARM.

           OPEN OUTPUT  GOTF050R.
           PERFORM 1100-TESTAR-FS-GOTF050R.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO),
                       CHAR(CURRENT TIME, ISO)
                  INTO :WRK-DATA-PROCESSO,
                       :WRK-HORA-PROCESSO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1300-LOCALIZAR-ESTATISTICA.

           EXEC SQL
                SELECT COALESCE(MAX(NSEQ_ESTRN_CARGA), 0) + 1
                  INTO :WRK-NSEQ-ESTRN
                  FROM DB2PRD.TESTRN_CARGA_TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TESTRN_CARGA_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0007'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-EM-SIMULACAO
              MOVE 'SIMULACAO'          TO      TIT-MODO
           ELSE
              MOVE 'REAL'               TO      TIT-MODO
           END-IF.

           MOVE WRK-CSIST-CARGA         TO      TIT-ORIGEM.
           MOVE WRK-DRECEB-CARGA        TO      TIT-DRECEB.
           MOVE WRK-NMOVTO-INICIAL      TO      TIT-NMOVTO-INICIAL.
           MOVE WRK-NMOVTO-FINAL        TO      TIT-NMOVTO-FINAL.

           MOVE WRK-CUSUAR-SOLICT       TO      SOL-CUSUAR.
           MOVE WRK-NCHAMADO            TO      SOL-NCHAMADO.
           MOVE WRK-DATA-PROCESSO       TO      SOL-DATA-PROCESSO.
           MOVE WRK-HORA-PROCESSO       TO      SOL-HORA-PROCESSO.
           MOVE WRK-DT-EXECUCAO-VOL     TO      SOL-DT-EXECUCAO-VOL.

           WRITE FD-GOTF050R            FROM    WRK-LINHA-TITULO-BKO.
           PERFORM 1100-TESTAR-FS-GOTF050R.

           WRITE FD-GOTF050R            FROM    WRK-LINHA-SOLICITANTE.
           PERFORM 1100-TESTAR-FS-GOTF050R.

           WRITE FD-GOTF050R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1100-TESTAR-FS-GOTF050R.

           WRITE FD-GOTF050R            FROM    WRK-LINHA-CABEC-BKO.
           PERFORM 1100-TESTAR-FS-GOTF050R.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF050R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF050R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF050R       NOT EQUAL   '00'
              MOVE 'GOTF050R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF050R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ORIGEM E DATA DE RECEBIMENTO SAO OBRIGATORIAS; A FAIXA DE      *
      * NMOVTO E OPCIONAL. O MODO PADRAO E A SIMULACAO - SO O 'P'      *
      * ALTERA A BASE, E EXIGE O USUARIO SOLICITANTE                  *
      *----------------------------------------------------------------*
       1200-VALIDAR-PARM               SECTION.
      *----------------------------------------------------------------*

           MOVE '1200-VALIDAR-PARM'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-PARM-TAM          IS LESS THAN +13
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: ORIGEM E DATA DE RECEBIMENTO OBRIGATORIAS'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE WRK-PARM-DADO-ORIGEM    TO      WRK-CSIST-CARGA.
           MOVE WRK-PARM-DADO-DRECEB    TO      WRK-DRECEB-CARGA
                                                WRK-DATA-CONFERIR.

           IF WRK-CSIST-CARGA           EQUAL   SPACES
              OR WRK-DCONF-AAAA     IS NOT NUMERIC
              OR WRK-DCONF-MM       IS NOT NUMERIC
              OR WRK-DCONF-DD       IS NOT NUMERIC
              OR WRK-DCONF-TRACO1   NOT EQUAL   '-'
              OR WRK-DCONF-TRACO2   NOT EQUAL   '-'
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: ORIGEM OU DATA DE RECEBIMENTO INVALIDA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE ZEROS                   TO      WRK-NMOVTO-INICIAL.
           MOVE WRK-NMOVTO-MAXIMO       TO      WRK-NMOVTO-FINAL.

           IF WRK-PARM-TAM          IS GREATER THAN +25
              AND WRK-PARM-DADO-NMOVTO-INI IS NUMERIC
              MOVE WRK-PARM-DADO-NMOVTO-INI TO  WRK-NMOVTO-INICIAL
           END-IF.

           IF WRK-PARM-TAM          IS GREATER THAN +38
              AND WRK-PARM-DADO-NMOVTO-FIM IS NUMERIC
              AND WRK-PARM-DADO-NMOVTO-FIM IS GREATER THAN ZEROS
              MOVE WRK-PARM-DADO-NMOVTO-FIM TO  WRK-NMOVTO-FINAL
           END-IF.

           IF WRK-NMOVTO-FINAL          LESS    WRK-NMOVTO-INICIAL
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: NMOVTO FINAL MENOR QUE O INICIAL'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-PARM-TAM          IS GREATER THAN +39
              AND WRK-PARM-DADO-MODO    EQUAL   'P'
              MOVE 'P'                  TO      WRK-PARM-MODO-SIMULA
           END-IF.

           IF WRK-PARM-TAM          IS GREATER THAN +47
              MOVE WRK-PARM-DADO-CUSUAR TO      WRK-CUSUAR-SOLICT
           END-IF.

           IF WRK-PARM-TAM          IS GREATER THAN +59
              MOVE WRK-PARM-DADO-CHAMADO TO     WRK-NCHAMADO
           END-IF.

           IF WRK-PARM-TAM          IS GREATER THAN +69
              MOVE WRK-PARM-DADO-DT-VOL TO      WRK-DT-EXECUCAO-VOL
           END-IF.

           IF NOT WRK-EM-SIMULACAO
              AND WRK-CUSUAR-SOLICT     EQUAL   SPACES
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: USUARIO SOLICITANTE OBRIGATORIO NO MODO P'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LINHA DE TEST_VOL_TARIF DA EXECUCAO DO GOTF2DSS QUE POSTOU A   *
      * CARGA: A INFORMADA NO PARM OU A PRIMEIRA DA ORIGEM A PARTIR DA *
      * DATA DE RECEBIMENTO. NAO ENCONTRADA, FICA EM BRANCO E SO A     *
      * ESTATISTICA DEIXA DE SER CORRIGIDA                             *
      *----------------------------------------------------------------*
       1300-LOCALIZAR-ESTATISTICA      SECTION.
      *----------------------------------------------------------------*

           MOVE '1300-LOCALIZAR-ESTATISTICA' TO FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-CSIST-CARGA         TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0C3.

           IF WRK-DT-EXECUCAO-VOL   NOT EQUAL   SPACES
              MOVE WRK-DT-EXECUCAO-VOL  TO      DT-EXECUCAO OF GOTFB0C3
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WRK-QTD-AUX
                     FROM DB2PRD.TEST_VOL_TARIF
                    WHERE DT_EXECUCAO       = :GOTFB0C3.DT-EXECUCAO
                      AND CSIST_ORIGE_TARIF =
                          :GOTFB0C3.CSIST-ORIGE-TARIF
              END-EXEC
              IF (SQLCODE           NOT EQUAL   ZEROS)  OR
                 (SQLWARN0              EQUAL   'W')
                 MOVE 'TEST_VOL_TARIF'  TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0008'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
              IF WRK-QTD-AUX            EQUAL   ZEROS
                 MOVE SPACES            TO      WRK-DT-EXECUCAO-VOL
              END-IF
              GO TO 1300-99-FIM
           END-IF.

           MOVE WRK-DRECEB-CARGA        TO      DT-EXECUCAO OF GOTFB0C3.

           EXEC SQL
                SELECT COALESCE(CHAR(MIN(DT_EXECUCAO), ISO), ' ')
                  INTO :WRK-DT-EXECUCAO-VOL
                  FROM DB2PRD.TEST_VOL_TARIF
                 WHERE CSIST_ORIGE_TARIF = :GOTFB0C3.CSIST-ORIGE-TARIF
                   AND DT_EXECUCAO      >= :GOTFB0C3.DT-EXECUCAO
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TEST_VOL_TARIF'     TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0009'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PRIMEIRA PASSAGEM: CONFERE TODOS OS EVENTOS DO ESCOPO E LISTA  *
      * OS BLOQUEIOS. NADA E ALTERADO AQUI                             *
      *----------------------------------------------------------------*
       2000-VERIFICAR-CARGA            SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-VERIFICAR-CARGA'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-EVENTO.

           EXEC SQL
                OPEN CEVT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-EVENTO.

           PERFORM 2200-VERIFICAR-EVENTO
             UNTIL WRK-EOF-EVENTO.

           EXEC SQL
                CLOSE CEVT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0012'               TO      FRWKGDB2-LOCAL
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
                 INTO :GOTFB0G9.NMOVTO-EVNTO-TARIF,
                      :GOTFB0G9.NCONTA-CLIEN,
                      :GOTFB0G9.CSIT-OPER-REALZ,
                      :GOTFB0G9.CJUSTF-EVNTO-TARIF,
                      :GOTFB0G9.VVALOR-COBR-TARIF,
                      :GOTFB0G9.NCAMPN-PROMO,
                      :GOTFB0G9.VVALOR-DESC-PROMO,
                      :GOTFB0G9.DT-COMPT-CTBIL,
                      :WRK-CSIT-EVNTO,
                      :WRK-IND-REMES,
                      :WRK-NREMES-TARIF,
                      :WRK-DT-REMES-ORIGL,
                      :WRK-NFATUR-TARIF,
                      :WRK-CSIT-REEMB
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-EVENTO     TO      TRUE
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
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONFERE UM EVENTO DO ESCOPO. CADA MOTIVO QUE IMPEDE O          *
      * DESFAZIMENTO SAI EM UMA LINHA DO RELATORIO; NA SIMULACAO O     *
      * EVENTO LIVRE SAI COMO 'A DESFAZER'                             *
      *----------------------------------------------------------------*
       2200-VERIFICAR-EVENTO           SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-VERIFICAR-EVENTO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EVENTO-BLOQUEADO.

           ADD 1                        TO      WRK-EVENTOS-ESCOPO.
           ADD VVALOR-COBR-TARIF OF GOTFB0G9 TO WRK-VLR-ESCOPO.

           IF WRK-IND-REMES             EQUAL   'S'
              OR WRK-NREMES-TARIF   IS GREATER THAN ZEROS
              OR WRK-DT-REMES-ORIGL NOT EQUAL   SPACES
              MOVE WRK-NREMES-TARIF     TO      WRK-NREMES-EDIT
              MOVE 'REMETIDO AO BANCO'  TO      WRK-MOTIVO-BLOQUEIO
              MOVE SPACES               TO      WRK-COMPL-BLOQUEIO
              STRING 'REMESSA '         DELIMITED BY SIZE
                     WRK-NREMES-EDIT    DELIMITED BY SIZE
                INTO WRK-COMPL-BLOQUEIO
              END-STRING
              PERFORM 2300-LISTAR-BLOQUEIO
           END-IF.

           IF WRK-NFATUR-TARIF      IS GREATER THAN ZEROS
              MOVE WRK-NFATUR-TARIF     TO      WRK-NREMES-EDIT
              MOVE 'FATURADO'           TO      WRK-MOTIVO-BLOQUEIO
              MOVE SPACES               TO      WRK-COMPL-BLOQUEIO
              STRING 'FATURA '          DELIMITED BY SIZE
                     WRK-NREMES-EDIT    DELIMITED BY SIZE
                INTO WRK-COMPL-BLOQUEIO
              END-STRING
              PERFORM 2300-LISTAR-BLOQUEIO
           END-IF.

           IF NOT WRK-EVENTO-PENDENTE
              MOVE 'SITUACAO NAO PENDENTE' TO   WRK-MOTIVO-BLOQUEIO
              MOVE SPACES               TO      WRK-COMPL-BLOQUEIO
              STRING 'SITUACAO '        DELIMITED BY SIZE
                     WRK-CSIT-EVNTO     DELIMITED BY SIZE
                INTO WRK-COMPL-BLOQUEIO
              END-STRING
              PERFORM 2300-LISTAR-BLOQUEIO
           END-IF.

           IF WRK-CSIT-REEMB        NOT EQUAL   SPACE
              MOVE 'REEMBOLSO REGISTRADO' TO    WRK-MOTIVO-BLOQUEIO
              MOVE SPACES               TO      WRK-COMPL-BLOQUEIO
              STRING 'SITUACAO '        DELIMITED BY SIZE
                     WRK-CSIT-REEMB     DELIMITED BY SIZE
                INTO WRK-COMPL-BLOQUEIO
              END-STRING
              PERFORM 2300-LISTAR-BLOQUEIO
           END-IF.

           PERFORM 2250-VERIFICAR-RAZAO.

           PERFORM 2260-VERIFICAR-MANIFESTACAO.

           IF WRK-EVENTO-BLOQUEADO
              ADD 1                     TO      WRK-EVENTOS-BLOQUEADOS
           ELSE
              IF WRK-EM-SIMULACAO
                 MOVE 'A DESFAZER'      TO      WRK-MOTIVO-BLOQUEIO
                 MOVE SPACES            TO      WRK-COMPL-BLOQUEIO
                 PERFORM 6100-GRAVAR-LINHA-EVENTO
              END-IF
           END-IF.

           PERFORM 2100-LER-EVENTO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A DATA CONTABIL EFETIVA DO EVENTO JA FOI LEVADA AO RAZAO PARA  *
      * A ORIGEM (LINHA DE CONTROLE DO GOTF2CTB) OU A COMPETENCIA DO   *
      * MES JA ESTA FECHADA                                            *
      *----------------------------------------------------------------*
       2250-VERIFICAR-RAZAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '2250-VERIFICAR-RAZAO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-AUX
                  FROM DB2PRD.TCTRL_LANC_CTBIL
                 WHERE DT_CONTABIL       = :GOTFB0G9.DT-COMPT-CTBIL
                   AND CSIST_ORIGE_TARIF = :WRK-CSIST-CARGA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCTRL_LANC_CTBIL'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0013'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-AUX           IS GREATER THAN ZEROS
              MOVE 'ENVIADO AO RAZAO'   TO      WRK-MOTIVO-BLOQUEIO
              MOVE SPACES               TO      WRK-COMPL-BLOQUEIO
              STRING 'CONTABIL '        DELIMITED BY SIZE
                     DT-COMPT-CTBIL OF GOTFB0G9
                                        DELIMITED BY SIZE
                INTO WRK-COMPL-BLOQUEIO
              END-STRING
              PERFORM 2300-LISTAR-BLOQUEIO
           END-IF.

           MOVE DT-COMPT-CTBIL OF GOTFB0G9 TO   WRK-DCOMPT-DESMEMBRADA.
           MOVE WRK-DCOMPT-AAAA         TO      WRK-AAMM-COMPT-AAAA.
           MOVE WRK-DCOMPT-MM           TO      WRK-AAMM-COMPT-MM.
           MOVE WRK-AAMM-COMPT-NUM      TO      AAMM-COMPT OF GOTFB0E5.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-AUX
                  FROM DB2PRD.TFECH_COMPT_TARIF
                 WHERE AAMM_COMPT = :GOTFB0E5.AAMM-COMPT
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TFECH_COMPT_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0014'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-AUX           IS GREATER THAN ZEROS
              MOVE 'COMPETENCIA FECHADA' TO     WRK-MOTIVO-BLOQUEIO
              MOVE SPACES               TO      WRK-COMPL-BLOQUEIO
              STRING 'COMPETENCIA '     DELIMITED BY SIZE
                     WRK-AAMM-COMPT-NUM DELIMITED BY SIZE
                INTO WRK-COMPL-BLOQUEIO
              END-STRING
              PERFORM 2300-LISTAR-BLOQUEIO
           END-IF.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * EVENTO CITADO EM MANIFESTACAO (ABERTA OU ENCERRADA) NAO PODE   *
      * SUMIR SEM DEIXAR O VINCULO ORFAO                               *
      *----------------------------------------------------------------*
       2260-VERIFICAR-MANIFESTACAO     SECTION.
      *----------------------------------------------------------------*

           MOVE '2260-VERIFICAR-MANIFESTACAO' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-AUX
                  FROM DB2PRD.TXREF_MANIF_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :WRK-CSIST-CARGA
                   AND DRECEB_MOVTO_TARIF = :WRK-DRECEB-CARGA
                   AND NMOVTO_EVNTO_TARIF =
                       :GOTFB0G9.NMOVTO-EVNTO-TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TXREF_MANIF_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0015'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-AUX           IS GREATER THAN ZEROS
              MOVE WRK-QTD-AUX          TO      WRK-QTD-EDIT
              MOVE 'VINCULADO A MANIFESTACAO' TO WRK-MOTIVO-BLOQUEIO
              MOVE SPACES               TO      WRK-COMPL-BLOQUEIO
              STRING 'VINCULOS '        DELIMITED BY SIZE
                     WRK-QTD-EDIT       DELIMITED BY SIZE
                INTO WRK-COMPL-BLOQUEIO
              END-STRING
              PERFORM 2300-LISTAR-BLOQUEIO
           END-IF.

      *----------------------------------------------------------------*
       2260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-LISTAR-BLOQUEIO            SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-LISTAR-BLOQUEIO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           SET WRK-EVENTO-BLOQUEADO     TO      TRUE.
           ADD 1                        TO      WRK-QTD-BLOQUEIOS.

           PERFORM 6100-GRAVAR-LINHA-EVENTO.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SEGUNDA PASSAGEM (MODO 'P', SEM BLOQUEIOS): EXCLUI CADA EVENTO *
      * E DESFAZ OS SEUS EFEITOS                                       *
      *----------------------------------------------------------------*
       3000-DESFAZER-CARGA             SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-DESFAZER-CARGA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-EVENTO.

           WRITE FD-GOTF050R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1100-TESTAR-FS-GOTF050R.

           EXEC SQL
                OPEN CEXC
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3100-LER-EXCLUSAO.

           PERFORM 3200-DESFAZER-EVENTO
             UNTIL WRK-EOF-EVENTO.

           EXEC SQL
                CLOSE CEXC
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
       3100-LER-EXCLUSAO               SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-LER-EXCLUSAO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CEXC
                 INTO :GOTFB0G9.NMOVTO-EVNTO-TARIF,
                      :GOTFB0G9.NCONTA-CLIEN,
                      :GOTFB0G9.CSIT-OPER-REALZ,
                      :GOTFB0G9.CJUSTF-EVNTO-TARIF,
                      :GOTFB0G9.VVALOR-COBR-TARIF,
                      :GOTFB0G9.NCAMPN-PROMO,
                      :GOTFB0G9.VVALOR-DESC-PROMO,
                      :GOTFB0G9.DT-COMPT-CTBIL,
                      :WRK-CSIT-EVNTO,
                      :WRK-IND-REMES,
                      :WRK-NREMES-TARIF,
                      :WRK-DT-REMES-ORIGL,
                      :WRK-NFATUR-TARIF,
                      :WRK-CSIT-REEMB
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
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * EVENTO QUE MUDOU ENTRE A CONFERENCIA E A EXCLUSAO (REMESSA OU  *
      * FATURAMENTO CONCORRENTE) ABENDA O JOB - O ROLLBACK DEVOLVE A   *
      * CARGA INTEIRA AO ESTADO ANTERIOR                               *
      *----------------------------------------------------------------*
       3200-DESFAZER-EVENTO            SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-DESFAZER-EVENTO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-IND-REMES             EQUAL   'S'
              OR WRK-NREMES-TARIF   IS GREATER THAN ZEROS
              OR WRK-DT-REMES-ORIGL NOT EQUAL   SPACES
              OR WRK-NFATUR-TARIF   IS GREATER THAN ZEROS
              OR WRK-CSIT-REEMB     NOT EQUAL   SPACE
              OR NOT WRK-EVENTO-PENDENTE
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'EVENTO ALTERADO DURANTE O DESFAZIMENTO DA CARGA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE WRK-NSEQ-ESTRN          TO      NSEQ-ESTRN-CARGA
                                                OF GOTFB0G9.
           MOVE WRK-CSIST-CARGA         TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0G9.
           MOVE WRK-DRECEB-CARGA        TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0G9.

           IF NCONTA-CLIEN OF GOTFB0G9 IS GREATER THAN ZEROS
              PERFORM 3300-ESTORNAR-ACUM-MES
              PERFORM 3400-ESTORNAR-QTDE-MES
           END-IF.

           IF NCAMPN-PROMO OF GOTFB0G9 IS GREATER THAN ZEROS
              PERFORM 3500-DEVOLVER-CAMPANHA
           END-IF.

           EXEC SQL
                INSERT INTO DB2PRD.TESTRN_CARGA_EVNTO
                      (NSEQ_ESTRN_CARGA   ,
                       CSIST_ORIGE_TARIF  ,
                       DRECEB_MOVTO_TARIF ,
                       NMOVTO_EVNTO_TARIF ,
                       NCONTA_CLIEN       ,
                       CSIT_OPER_REALZ    ,
                       CJUSTF_EVNTO_TARIF ,
                       VVALOR_COBR_TARIF  ,
                       NCAMPN_PROMO       ,
                       VVALOR_DESC_PROMO  ,
                       DT_COMPT_CTBIL)
                  VALUES
                      (:GOTFB0G9.NSEQ-ESTRN-CARGA   ,
                       :GOTFB0G9.CSIST-ORIGE-TARIF  ,
                       :GOTFB0G9.DRECEB-MOVTO-TARIF ,
                       :GOTFB0G9.NMOVTO-EVNTO-TARIF ,
                       :GOTFB0G9.NCONTA-CLIEN       ,
                       :GOTFB0G9.CSIT-OPER-REALZ    ,
                       :GOTFB0G9.CJUSTF-EVNTO-TARIF ,
                       :GOTFB0G9.VVALOR-COBR-TARIF  ,
                       :GOTFB0G9.NCAMPN-PROMO       ,
                       :GOTFB0G9.VVALOR-DESC-PROMO  ,
                       :GOTFB0G9.DT-COMPT-CTBIL)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TESTRN_CARGA_EVNTO' TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0023'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                DELETE FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE CURRENT OF CEXC
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0024'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-EVENTOS-DESFEITOS.
           ADD VVALOR-COBR-TARIF OF GOTFB0G9 TO WRK-VLR-DESFEITO.

           MOVE 'DESFEITO'              TO      WRK-MOTIVO-BLOQUEIO.
           MOVE SPACES                  TO      WRK-COMPL-BLOQUEIO.
           PERFORM 6100-GRAVAR-LINHA-EVENTO.

           PERFORM 3100-LER-EXCLUSAO.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TIRA DO ACUMULADO MES-A-DATA DO CLIENTE/ORIGEM O VALOR DO
      *    EVENTO, NA CHAVE DO MES DO RECEBIMENTO (COMO 4850 DO
      *    GOTF2DSS). LINHA INEXISTENTE (+100) NAO E ERRO
      *----------------------------------------------------------------*
       3300-ESTORNAR-ACUM-MES          SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-ESTORNAR-ACUM-MES' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-DRECEB-CARGA        TO      WRK-DRECEB-DESMEMBRADA.
           MOVE WRK-DRECEB-AAAA         TO      WRK-AAMM-EVENTO-AAAA.
           MOVE WRK-DRECEB-MM           TO      WRK-AAMM-EVENTO-MM.

           MOVE WRK-CSIST-CARGA         TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0B2.
           MOVE NCONTA-CLIEN OF GOTFB0G9 TO     NCONTA-CLIEN
                                                OF GOTFB0B2.
           MOVE WRK-AAMM-EVENTO-NUM     TO      AAMM-REFER OF GOTFB0B2.

           EXEC SQL
             UPDATE DB2PRD.TACUM_TARIF_MENSAL
                SET VACUM_COBR_TARIF = VACUM_COBR_TARIF -
                                       :GOTFB0G9.VVALOR-COBR-TARIF
              WHERE CSIST_ORIGE_TARIF = :GOTFB0B2.CSIST-ORIGE-TARIF
                AND NCONTA_CLIEN      = :GOTFB0B2.NCONTA-CLIEN
                AND AAMM_REFER        = :GOTFB0B2.AAMM-REFER
           END-EXEC.

           IF (SQLCODE               NOT EQUAL   ZEROS)  AND
              (SQLCODE               NOT EQUAL   +100)
              MOVE 'TACUM_TARIF_MENSAL' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF SQLCODE                   EQUAL   ZEROS
              ADD 1                     TO      WRK-ACUM-ESTORNADOS
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TIRA O EVENTO DA CONTAGEM MENSAL DO CLIENTE NA ORIGEM/CLASSE
      *    (COMO 4860 DO GOTF2DSS). LINHA INEXISTENTE NAO E ERRO
      *----------------------------------------------------------------*
       3400-ESTORNAR-QTDE-MES          SECTION.
      *----------------------------------------------------------------*

           MOVE '3400-ESTORNAR-QTDE-MES' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-CSIST-CARGA         TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0E1.
           MOVE NCONTA-CLIEN OF GOTFB0G9 TO     NCONTA-CLIEN
                                                OF GOTFB0E1.
           MOVE CSIT-OPER-REALZ OF GOTFB0G9
                                        TO      CSIT-OPER-REALZ
                                                OF GOTFB0E1.
           MOVE WRK-AAMM-EVENTO-NUM     TO      AAMM-REFER OF GOTFB0E1.

           EXEC SQL
             UPDATE DB2PRD.TQTDE_EVNTO_MENSAL
                SET QTD_EVNTO_MES = QTD_EVNTO_MES - 1
              WHERE CSIST_ORIGE_TARIF = :GOTFB0E1.CSIST-ORIGE-TARIF
                AND NCONTA_CLIEN      = :GOTFB0E1.NCONTA-CLIEN
                AND CSIT_OPER_REALZ   = :GOTFB0E1.CSIT-OPER-REALZ
                AND AAMM_REFER        = :GOTFB0E1.AAMM-REFER
                AND QTD_EVNTO_MES     > 0
           END-EXEC.

           IF (SQLCODE               NOT EQUAL   ZEROS)  AND
              (SQLCODE               NOT EQUAL   +100)
              MOVE 'TQTDE_EVNTO_MENSA'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0031'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF SQLCODE                   EQUAL   ZEROS
              ADD 1                     TO      WRK-QTDE-ESTORNADAS
           END-IF.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DEVOLVE AO ORCAMENTO DA CAMPANHA PROMOCIONAL O DESCONTO E O
      *    EVENTO CONSUMIDOS NA POSTAGEM (6250 DO GOTF2DSS)
      *----------------------------------------------------------------*
       3500-DEVOLVER-CAMPANHA          SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-DEVOLVER-CAMPANHA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCAMPN-PROMO OF GOTFB0G9 TO     NCAMPN-PROMO
                                                OF GOTFB0G5.
           MOVE VVALOR-DESC-PROMO OF GOTFB0G9
                                        TO      VCONSUM-CAMPN
                                                OF GOTFB0G5.

           EXEC SQL
             UPDATE DB2PRD.TCAMPN_PROMO_TARIF
                SET VCONSUM_CAMPN  = VCONSUM_CAMPN -
                                     :GOTFB0G5.VCONSUM-CAMPN ,
                    QT_EVNTO_CAMPN = QT_EVNTO_CAMPN - 1
              WHERE NCAMPN_PROMO   = :GOTFB0G5.NCAMPN-PROMO
           END-EXEC.

           IF (SQLCODE               NOT EQUAL   ZEROS)  AND
              (SQLCODE               NOT EQUAL   +100)
              MOVE 'TCAMPN_PROMO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0032'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF SQLCODE                   EQUAL   ZEROS
              ADD 1                     TO      WRK-CAMPN-DEVOLVIDAS
           END-IF.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONTROLES DA ORIGEM: PENDENCIAS DE TCTRL_RECPC_TARIF (NUNCA    *
      * ABAIXO DE ZERO) E ULTIMO RECEBIMENTO RECALCULADO PELOS EVENTOS *
      * QUE FICARAM; LIDOS E INSERIDOS DA EXECUCAO EM TEST_VOL_TARIF   *
      *----------------------------------------------------------------*
       4000-ATUALIZAR-CONTROLES        SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-ATUALIZAR-CONTROLES' TO   FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-EVENTOS-DESFEITOS   TO      WRK-QTD-DESFEITOS-SQL.

           EXEC SQL
             UPDATE DB2PRD.TCTRL_RECPC_TARIF
                SET QTDE_EVNTO_PENDT       =
                    CASE WHEN QTDE_EVNTO_PENDT >
                              :WRK-QTD-DESFEITOS-SQL
                         THEN QTDE_EVNTO_PENDT -
                              :WRK-QTD-DESFEITOS-SQL
                         ELSE 0
                    END ,
                    DRECEB_ULT_EVNTO_TARIF =
                    COALESCE((SELECT MAX(T.DRECEB_MOVTO_TARIF)
                                FROM DB2PRD.TSIT_MOVTO_TARIF T
                               WHERE T.CSIST_ORIGE_TARIF =
                                     :WRK-CSIST-CARGA),
                             DRECEB_ULT_EVNTO_TARIF)
              WHERE CSIST_ORIGE_TARIF = :WRK-CSIST-CARGA
           END-EXEC.

           IF (SQLCODE               NOT EQUAL   ZEROS)  AND
              (SQLCODE               NOT EQUAL   +100)
              MOVE 'TCTRL_RECPC_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-DT-EXECUCAO-VOL       EQUAL   SPACES
              GO TO 4000-99-FIM
           END-IF.

           MOVE WRK-DT-EXECUCAO-VOL     TO      DT-EXECUCAO OF GOTFB0C3.
           MOVE WRK-CSIST-CARGA         TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0C3.

           EXEC SQL
             UPDATE DB2PRD.TEST_VOL_TARIF
                SET QT_LIDOS     =
                    CASE WHEN QT_LIDOS > :WRK-QTD-DESFEITOS-SQL
                         THEN QT_LIDOS - :WRK-QTD-DESFEITOS-SQL
                         ELSE 0
                    END ,
                    QT_INSERIDOS =
                    CASE WHEN QT_INSERIDOS > :WRK-QTD-DESFEITOS-SQL
                         THEN QT_INSERIDOS - :WRK-QTD-DESFEITOS-SQL
                         ELSE 0
                    END
              WHERE DT_EXECUCAO       = :GOTFB0C3.DT-EXECUCAO
                AND CSIST_ORIGE_TARIF = :GOTFB0C3.CSIST-ORIGE-TARIF
           END-EXEC.

           IF (SQLCODE               NOT EQUAL   ZEROS)  AND
              (SQLCODE               NOT EQUAL   +100)
              MOVE 'TEST_VOL_TARIF'     TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0041'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REGISTRO DA EXECUCAO EM TESTRN_CARGA_TARIF (MODO 'P'): QUEM    *
      * PEDIU, O ESCOPO E O RESULTADO - DESFEITA OU BLOQUEADA          *
      *----------------------------------------------------------------*
       5000-REGISTRAR-EXECUCAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-REGISTRAR-EXECUCAO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-NSEQ-ESTRN          TO      NSEQ-ESTRN-CARGA
                                                OF GOTFB0G8.
           MOVE WRK-CSIST-CARGA         TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0G8.
           MOVE WRK-DRECEB-CARGA        TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0G8.
           MOVE WRK-NMOVTO-INICIAL      TO      NMOVTO-INICIAL
                                                OF GOTFB0G8.
           MOVE WRK-NMOVTO-FINAL        TO      NMOVTO-FINAL
                                                OF GOTFB0G8.
           MOVE WRK-QTD-BLOQUEIOS       TO      QT-BLOQUEIOS
                                                OF GOTFB0G8.
           MOVE WRK-DT-EXECUCAO-VOL     TO      DT-EXECUCAO-VOL
                                                OF GOTFB0G8.
           MOVE WRK-CUSUAR-SOLICT       TO      CUSUAR-SOLICT
                                                OF GOTFB0G8.
           MOVE WRK-NCHAMADO            TO      NCHAMADO OF GOTFB0G8.
           MOVE WRK-DATA-PROCESSO       TO      DT-ESTORNO OF GOTFB0G8.
           MOVE WRK-HORA-PROCESSO       TO      HR-ESTORNO OF GOTFB0G8.

           IF WRK-QTD-BLOQUEIOS     IS GREATER THAN ZEROS
              SET ESTRN-BLOQUEADO       TO      TRUE
              MOVE WRK-EVENTOS-ESCOPO   TO      QT-EVENTOS OF GOTFB0G8
              MOVE WRK-VLR-ESCOPO       TO      VVALOR-TOTAL
                                                OF GOTFB0G8
           ELSE
              SET ESTRN-EFETIVADO       TO      TRUE
              MOVE WRK-EVENTOS-DESFEITOS TO     QT-EVENTOS OF GOTFB0G8
              MOVE WRK-VLR-DESFEITO     TO      VVALOR-TOTAL
                                                OF GOTFB0G8
           END-IF.

           EXEC SQL
                INSERT INTO DB2PRD.TESTRN_CARGA_TARIF
                      (NSEQ_ESTRN_CARGA   ,
                       CSIST_ORIGE_TARIF  ,
                       DRECEB_MOVTO_TARIF ,
                       NMOVTO_INICIAL     ,
                       NMOVTO_FINAL       ,
                       IN_RESULTADO       ,
                       QT_EVENTOS         ,
                       VVALOR_TOTAL       ,
                       QT_BLOQUEIOS       ,
                       DT_EXECUCAO_VOL    ,
                       CUSUAR_SOLICT      ,
                       NCHAMADO           ,
                       DT_ESTORNO         ,
                       HR_ESTORNO)
                  VALUES
                      (:GOTFB0G8.NSEQ-ESTRN-CARGA   ,
                       :GOTFB0G8.CSIST-ORIGE-TARIF  ,
                       :GOTFB0G8.DRECEB-MOVTO-TARIF ,
                       :GOTFB0G8.NMOVTO-INICIAL     ,
                       :GOTFB0G8.NMOVTO-FINAL       ,
                       :GOTFB0G8.IN-RESULTADO       ,
                       :GOTFB0G8.QT-EVENTOS         ,
                       :GOTFB0G8.VVALOR-TOTAL       ,
                       :GOTFB0G8.QT-BLOQUEIOS       ,
                       :GOTFB0G8.DT-EXECUCAO-VOL    ,
                       :GOTFB0G8.CUSUAR-SOLICT      ,
                       :GOTFB0G8.NCHAMADO           ,
                       :GOTFB0G8.DT-ESTORNO         ,
                       :GOTFB0G8.HR-ESTORNO)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TESTRN_CARGA_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LINHA DO EVENTO NO RELATORIO, COM A CONTA MASCARADA (SO OS 4   *
      * ULTIMOS DIGITOS) E A SITUACAO OU O MOTIVO DO BLOQUEIO          *
      *----------------------------------------------------------------*
       6100-GRAVAR-LINHA-EVENTO        SECTION.
      *----------------------------------------------------------------*

           MOVE '6100-GRAVAR-LINHA-EVENTO' TO   FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0G9 TO BKO-NMOVTO.

           IF NCONTA-CLIEN OF GOTFB0G9 IS GREATER THAN ZEROS
              MOVE NCONTA-CLIEN OF GOTFB0G9 TO  WRK-NCONTA-EDIT
              MOVE '*********'          TO      BKO-NCONTA-MASC (1:9)
              MOVE WRK-NCONTA-EDIT (10:4) TO    BKO-NCONTA-MASC (10:4)
           ELSE
              MOVE 'SEM CONTA'          TO      BKO-NCONTA-MASC
           END-IF.

           MOVE CSIT-OPER-REALZ OF GOTFB0G9 TO  BKO-CSIT-OPER.
           MOVE CJUSTF-EVNTO-TARIF OF GOTFB0G9 TO BKO-CJUSTF.
           MOVE VVALOR-COBR-TARIF OF GOTFB0G9 TO BKO-VALOR.
           MOVE DT-COMPT-CTBIL OF GOTFB0G9 TO   BKO-DT-COMPT.
           MOVE WRK-MOTIVO-BLOQUEIO     TO      BKO-SITUACAO.
           MOVE WRK-COMPL-BLOQUEIO      TO      BKO-COMPLEMENTO.

           WRITE FD-GOTF050R            FROM    WRK-LINHA-BKO.
           PERFORM 1100-TESTAR-FS-GOTF050R.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6200-GRAVAR-TOTAIS              SECTION.
      *----------------------------------------------------------------*

           MOVE '6200-GRAVAR-TOTAIS'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           WRITE FD-GOTF050R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1100-TESTAR-FS-GOTF050R.

           MOVE 'EVENTOS DA CARGA NO ESCOPO / VALOR'
                                        TO      TOT-DESCRICAO.
           MOVE WRK-EVENTOS-ESCOPO      TO      TOT-QTD.
           MOVE WRK-VLR-ESCOPO          TO      TOT-VALOR.
           WRITE FD-GOTF050R            FROM    WRK-LINHA-TOTAL-BKO.
           PERFORM 1100-TESTAR-FS-GOTF050R.

           MOVE 'EVENTOS COM BLOQUEIO'  TO      TOT-DESCRICAO.
           MOVE WRK-EVENTOS-BLOQUEADOS  TO      TOT-QTD.
           MOVE ZEROS                   TO      TOT-VALOR.
           WRITE FD-GOTF050R            FROM    WRK-LINHA-TOTAL-BKO.
           PERFORM 1100-TESTAR-FS-GOTF050R.

           MOVE 'BLOQUEIOS LISTADOS'    TO      TOT-DESCRICAO.
           MOVE WRK-QTD-BLOQUEIOS       TO      TOT-QTD.
           WRITE FD-GOTF050R            FROM    WRK-LINHA-TOTAL-BKO.
           PERFORM 1100-TESTAR-FS-GOTF050R.

           MOVE 'EVENTOS DESFEITOS / VALOR'
                                        TO      TOT-DESCRICAO.
           MOVE WRK-EVENTOS-DESFEITOS   TO      TOT-QTD.
           MOVE WRK-VLR-DESFEITO        TO      TOT-VALOR.
           WRITE FD-GOTF050R            FROM    WRK-LINHA-TOTAL-BKO.
           PERFORM 1100-TESTAR-FS-GOTF050R.

           EVALUATE TRUE
              WHEN WRK-EVENTOS-ESCOPO   EQUAL   ZEROS
                 MOVE 'NENHUM EVENTO DA CARGA NO ESCOPO - NADA A DESFAZE
      -               'R'
                                        TO      RES-TEXTO
              WHEN WRK-QTD-BLOQUEIOS IS GREATER THAN ZEROS
                 MOVE 'CARGA BLOQUEADA - NENHUM EVENTO FOI DESFEITO'
                                        TO      RES-TEXTO
              WHEN WRK-EM-SIMULACAO
                 MOVE 'SIMULACAO - A CARGA PODE SER DESFEITA NO MODO P'
                                        TO      RES-TEXTO
              WHEN OTHER
                 MOVE 'CARGA DESFEITA - O ARQUIVO CORRIGIDO PODE SER REP
      -               'OSTADO'          TO      RES-TEXTO
           END-EVALUATE.

           WRITE FD-GOTF050R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1100-TESTAR-FS-GOTF050R.

           WRITE FD-GOTF050R            FROM    WRK-LINHA-RESULTADO-BKO.
           PERFORM 1100-TESTAR-FS-GOTF050R.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 6200-GRAVAR-TOTAIS.

           IF NOT WRK-EM-SIMULACAO
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

           DISPLAY '*********** GOTF2BKO ***********'
           DISPLAY '*                              *'
           DISPLAY '*   DESFAZIMENTO DE CARGA      *'
           DISPLAY '* ---------------------------- *'
           IF WRK-EM-SIMULACAO
              DISPLAY '* MODO     : SIMULACAO         *'
           ELSE
              DISPLAY '* MODO     : REAL              *'
           END-IF
           DISPLAY '* ORIGEM            : ' WRK-CSIST-CARGA
           DISPLAY '* DATA RECEBIMENTO  : ' WRK-DRECEB-CARGA
           DISPLAY '* SOLICITANTE       : ' WRK-CUSUAR-SOLICT
           DISPLAY '* EVENTOS NO ESCOPO : ' WRK-EVENTOS-ESCOPO
           DISPLAY '* EVENTOS BLOQUEADOS: ' WRK-EVENTOS-BLOQUEADOS
           DISPLAY '* BLOQUEIOS         : ' WRK-QTD-BLOQUEIOS
           DISPLAY '* EVENTOS DESFEITOS : ' WRK-EVENTOS-DESFEITOS
           DISPLAY '* ACUMULADOS ESTORN.: ' WRK-ACUM-ESTORNADOS
           DISPLAY '* CONTAGENS ESTORN. : ' WRK-QTDE-ESTORNADAS
           DISPLAY '* CAMPANHAS DEVOLV. : ' WRK-CAMPN-DEVOLVIDAS
           DISPLAY '* ESTATISTICA VOLUME: ' WRK-DT-EXECUCAO-VOL
           DISPLAY '*********** GOTF2BKO ***********'

           IF WRK-QTD-BLOQUEIOS     IS GREATER THAN ZEROS
              MOVE 4                    TO      RETURN-CODE
           END-IF.

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF050R.

           PERFORM 1100-TESTAR-FS-GOTF050R.

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

           MOVE 'GOTF2BKO'              TO      FRWKGHEA-NOME-PROGRAMA.

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
