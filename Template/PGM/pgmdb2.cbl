      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_RECPC_TARIF         GOTFB072       *
      *                DB2PRD.TREGRA_EVNTO_TARIF        GOTFB0B1       *
      *                DB2PRD.TORIGE_SIST_TARIF         GOTFB0G4       *
      *                DB2PRD.TCAMPN_PROMO_TARIF        GOTFB0G5       *
      *                DB2PRD.TCAMPN_CLIEN_TARIF        GOTFB0G6       *
      *                DB2PRD.THIST_DESC_RESTART        CKRSB005       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *               PARM DA JCL) PASSA A SER FOTOGRAFADO EM         *
      *               TPARM_EXEC_EFETIVO VIA FRWK3000, PARA CONSULTA  *
      *               POSTERIOR POR PROGRAMA/DATA PELO FRWK4000.      *
      *    MAR/2028 - HOMI - A LISTA FIXA DE SISTEMAS DE ORIGEM        *
      *               (CTC/CTP/EMP/INV/SEG) DEIXA O FONTE: AS ORIGENS  *
      *               ATIVAS SAO CARREGADAS DO CADASTRO                *
      *               TORIGE_SIST_TARIF (GOTFB0G4) NA TABELA DE VOLUMES*
      *               NO 1000-INICIAR (1090), SEGUIDAS DO BALDE 'OUT'. *
      *               A VALIDACAO DA ORIGEM (4100) PASSA A SER PESQUISA*
      *               NESSA TABELA; ORIGEM INATIVA E TRATADA COMO      *
      *               DESCONHECIDA. NOVA ORIGEM NAO EXIGE MAIS         *
      *               RECOMPILAR.                                      *
      *    MAR/2028 - HOMI - CAMPANHAS PROMOCIONAIS DE DESCONTO        *
      *               (TCAMPN_PROMO_TARIF, GOTFB0G5): CARREGADAS NO    *
      *               1000-INICIAR (1091), A MELHOR CAMPANHA APLICAVEL *
      *               (ORIGEM/CLASSE, VIGENCIA AS-OF-DRECEB,           *
      *               ELEGIBILIDADE TODOS OU LISTA TCAMPN_CLIEN_TARIF) *
      *               E APLICADA DEPOIS DA PRECIFICACAO NORMAL E DA    *
      *               FAIXA DE LIMITES (4760), ABATENDO O DESCONTO DE  *
      *               VVALOR_COBR_TARIF E GRAVANDO                     *
      *               NCAMPN_PROMO/VVALOR_DESC_PROMO NO EVENTO. O      *
      *               DESCONTO E LIMITADO AO SALDO DO ORCAMENTO DA     *
      *               CAMPANHA; ORCAMENTO ESGOTADO ENCERRA O DESCONTO. *
      *               O CONSUMIDO E DESCARREGADO (6200) JUNTO COM O    *
      *               TCTRL, ANTES DE CADA COMMIT.                     *
      *    MAR/2028 - HOMI - EXECUCAO PARTICIONADA EM INSTANCIAS       *
      *               CONCORRENTES: NOVOS CAMPOS DO PARM - PARTICAO    *
      *               (POS 21-22, QUALIFICADOR DO CHECKPOINT NO        *
      *               CKRS0100 COMO NO PSVP1095), QUANTIDADE DE FATIAS *
      *               DO ARQUIVO (POS 23-24, FATIA = NCONTA MOD QTD;   *
      *               SEM CONTA, ORDEM DE LEITURA) E LISTA DE ATE 10   *
      *               ORIGENS (POS 25-54, 'OUT' = DESCONHECIDA/INATIVA;*
      *               EM STAGING FILTRA O CURSOR CSTG). CADA INSTANCIA *
      *               GRAVA SEU GOTF001C (LRECL 110 -> 130 COM         *
      *               PARTICAO, QTD DE FATIAS E REGISTROS DE OUTRA     *
      *               PARTICAO) E SEU GOTF001T; O GOTF2JUN CONSOLIDA OS*
      *               DE TODAS. ACUMULADORES SEGUROS SOB CONCORRENCIA: *
      *               INSERT COM -803 EM TACUM/TQTDE/TCTRL_RECPC REFAZ *
      *               O UPDATE, DRECEB_ULT_EVNTO_TARIF SO AVANCA, O    *
      *               SALDO DA CAMPANHA E RELIDO A CADA DESCARREGAMENTO*
      *               E TEST_VOL_TARIF SOMA NA LINHA DA ORIGEM/DIA.    *
      *    AGO/2028 - HOMI - AREA DE RESTART CARIMBADA COM A           *
      *               IDENTIDADE DA ENTRADA (WRK-RST-IDENTIDADE): NO   *
      *               ARQUIVO, DATA E SEQUENCIAL DE GERACAO, TOTAL E   *
      *               VERSAO DO HEADER DE GOTF001E (POS 13-28 DO       *
      *               HEADER PASSAM A SER A DATA E O SEQUENCIAL); EM   *
      *               STAGING, A LISTA DE ORIGENS. NO RESTART, AREA DE *
      *               OUTRA ENTRADA NAO REPOSICIONA: O JOB PARA COM    *
      *               MENSAGEM E RETURN-CODE 16, SEM TOCAR NA AREA.    *
      *               PARM POS 55 = 'D' COM O USUARIO AUTORIZADOR NAS  *
      *               POS 56-63 DESCARTA A AREA GRAVADA, REGISTRA O    *
      *               DESCARTE EM THIST_DESC_RESTART E GRAVA NA HORA   *
      *               UM CHECKPOINT NOVO; AREA ANTIGA SEM IDENTIDADE   *
      *               E ACEITA COM AVISO.                              *
      *================================================================*

      *================================================================*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF001C - CONCILIACAO GOTF001E X TSIT_MOVTO_TARIF   *
      *            ORG. SEQUENCIAL     -   LRECL   =  130              *
      *----------------------------------------------------------------*
       FD  GOTF001C
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF001C                 PIC  X(130).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF001T - EVENTOS ATRASADOS RETIDOS PELO CORTE      *

       01  WRK-AREA-RESTART.
           05  WRK-RST-LIDOS-GOTF001E  PIC  9(009)         VALUE ZEROS.
           05  WRK-RST-IDENTIDADE      PIC  X(060)         VALUE SPACES.

       01  WRK-RST-PROX-GOTF001E       PIC  9(009)         VALUE ZEROS.

       01  WRK-CKPT-CONT               PIC S9(008) COMP    VALUE ZEROS.
       01  WRK-CONT-REPOS              PIC  9(009) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * IDENTIDADE DA ENTRADA DESTA EXECUCAO, CARIMBADA NA AREA DE    *
      * RESTART (WRK-RST-IDENTIDADE) E CONFERIDA NO RESTART: 'A'      *
      * ARQUIVO GOTF001E (DATA/SEQUENCIAL DE GERACAO, TOTAL E VERSAO  *
      * DO HEADER) OU 'E' STAGING (LISTA DE ORIGENS DA INSTANCIA)     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-IDENT-EXECUCAO.
         05  IDT-TIPO-ENTRADA          PIC  X(001).
         05  IDT-ARQUIVO.
           10  IDT-DT-GERACAO          PIC  X(010).
           10  IDT-NSEQ-GERACAO        PIC  X(006).
           10  IDT-QTD-REGISTROS       PIC  X(009).
           10  IDT-VERSAO-LAYOUT       PIC  X(002).
           10  FILLER                  PIC  X(032).
         05  IDT-STAGING               REDEFINES   IDT-ARQUIVO.
           10  IDT-ORIGENS-STAGING     PIC  X(030).
           10  FILLER                  PIC  X(029).

       01  WRK-SW-DESCARTAR-RESTART    PIC  X(01) VALUE 'N'.
           88  WRK-DESCARTAR-RESTART               VALUE 'D'.
       01  WRK-PARM-USUARIO-DESC       PIC  X(08) VALUE SPACES.
       01  WRK-SW-RESTART-DIVERGENTE   PIC  X(01) VALUE 'N'.
           88  WRK-RESTART-DIVERGENTE              VALUE 'S'.
       01  WRK-SW-RESTART-DESCARTADO   PIC  X(01) VALUE 'N'.
           88  WRK-RESTART-DESCARTADO              VALUE 'S'.
       01  WRK-LIDOS-DESCARTADOS       PIC  9(009)         VALUE ZEROS.
       77  WRK-RC-RESTART-INVALIDO     PIC S9(04) COMP VALUE +16.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
       01  WRK-SW-PRECO-CLIENTE        PIC  X(01) VALUE 'N'.
           88  WRK-PRECO-CLIENTE-ACHADO            VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DESCONTO DE CAMPANHA PROMOCIONAL                              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-VDESC-CAMPN             PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VDESC-CANDIDATO         PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-QTD-CLIEN-CAMPN         PIC S9(09) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * VALIDACAO DA CONTA DO CLIENTE CONTRA O ESPELHO CADASTRAL      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           10  CCAM-VTAXA              PIC S9(07)V9(06) COMP-3.
       01  WRK-DT-TAXA-ACHADA          PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CAMPANHAS PROMOCIONAIS COM ORCAMENTO AINDA DISPONIVEL (CARGA  *
      * DE 1091). CCPN-VSALDO E O ORCAMENTO QUE RESTA, BAIXADO EM     *
      * MEMORIA A CADA EVENTO DESCONTADO; O DESCONTO E A QUANTIDADE   *
      * AINDA NAO GRAVADOS EM TCAMPN_PROMO_TARIF FICAM EM CCPN-xxx-   *
      * PEND E SAO DESCARREGADOS (6200) JUNTO COM O TCTRL (6100)      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-CACHE-CAMPN         PIC S9(04) COMP VALUE +200.
       01  WRK-QTD-CACHE-CAMPN         PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-CCPN                PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-CCPN-ESCOLH         PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-CACHE-CAMPN.
         05  WRK-CCPN-ITEM             OCCURS 200 TIMES.
           10  CCPN-NCAMPN             PIC S9(09)V COMP-3.
           10  CCPN-CSIST-ORIGE        PIC  X(03).
           10  CCPN-CSIT-OPER          PIC  X(02).
           10  CCPN-IN-TIPO-DESC       PIC  X(01).
           10  CCPN-PERC-DESC          PIC S9(03)V9(04) COMP-3.
           10  CCPN-VVALOR-DESC        PIC S9(13)V9(02) COMP-3.
           10  CCPN-DINI-VIGEN         PIC  X(10).
           10  CCPN-DFIM-VIGEN         PIC  X(10).
           10  CCPN-IN-ELEGIB          PIC  X(01).
           10  CCPN-VORCAM             PIC S9(13)V9(02) COMP-3.
           10  CCPN-VSALDO             PIC S9(13)V9(02) COMP-3.
           10  CCPN-VDESC-PEND         PIC S9(13)V9(02) COMP-3.
           10  CCPN-QTD-PEND           PIC S9(09)V COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ACUMULADOR EM MEMORIA DE TCTRL_RECPC_TARIF (UMA POSICAO POR   *
      * ORIGEM), DESCARREGADO ANTES DE CADA CHECKPOINT/COMMIT E NO    *
       01  WRK-QTD-RECPC-BUF           PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-RBUF                PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-RECPC-BUF.
         05  WRK-RBUF-ITEM             OCCURS 50 TIMES.
           10  RBUF-CSIST-ORIGE        PIC  X(03).
           10  RBUF-QTD-EVENTOS        PIC S9(09)V COMP-3.
           10  RBUF-ULT-DRECEB         PIC  X(10).
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * UMA LINHA POR SISTEMA DE ORIGEM ATIVO NO CADASTRO             *
      * TORIGE_SIST_TARIF (CARGA DE 1090) MAIS O BALDE 'OUT', SEMPRE  *
      * NA ULTIMA POSICAO, PARA ORIGENS DESCONHECIDAS OU INATIVAS;    *
      * GRAVADA EM TEST_VOL_TARIF EM 9600                              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-ORIGENS-VOL         PIC S9(04) COMP VALUE +50.
       01  WRK-QTD-ORIGENS-VOL         PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-VOL                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-VOL-GRV             PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-VOLUMES.
         05  VOL-ORIGEM                PIC  X(03) OCCURS 50.
       01  WRK-TAB-VOL-CONTADORES.
         05  WRK-VOL-ITEM              OCCURS 50 TIMES.
           10  VOL-LIDOS               PIC S9(09) COMP-3.
           10  VOL-INSERIDOS           PIC S9(09) COMP-3.
           10  VOL-REJEITADOS          PIC S9(09) COMP-3.

       01  WRK-PARM-ORIGEM-FILTRO      PIC  X(03) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE PARM - EXECUCAO PARTICIONADA       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * VARIAS INSTANCIAS DO GOTF2DSS RODAM AO MESMO TEMPO, CADA UMA  *
      * COM SEU IDENTIFICADOR DE PARTICAO (QUALIFICADOR DO CHECKPOINT *
      * NO CKRS0100, COMO NO PSVP1095). A INSTANCIA SO TRATA O QUE E  *
      * DELA: AS ORIGENS DA LISTA (STAGING OU ARQUIVO; 'OUT' = ORIGEM *
      * DESCONHECIDA/INATIVA) E, NO ARQUIVO, A FATIA DAS CONTAS       *
      * NCONTA MOD QTD-PARTICOES = PARTICAO - 1 (SEM CONTA: PELA      *
      * ORDEM DO REGISTRO). O QUE E DE OUTRA PARTICAO E SO CONTADO.   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-PARM-PARTICAO           PIC  X(02) VALUE SPACES.
       01  FILLER REDEFINES WRK-PARM-PARTICAO.
         05  WRK-NUM-PARTICAO          PIC  9(02).
       01  WRK-SW-EXEC-PARTICIONADA    PIC  X(01) VALUE 'N'.
           88  WRK-EXEC-PARTICIONADA               VALUE 'S'.
       01  WRK-PARM-QTD-PARTICOES      PIC  9(02) VALUE ZEROS.
       01  WRK-QTD-ORIGENS-PART        PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-ORIG-PART           PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-ORIGENS-PART.
         05  PART-ORIGEM-01            PIC  X(03) VALUE SPACES.
         05  PART-ORIGEM-02            PIC  X(03) VALUE SPACES.
         05  PART-ORIGEM-03            PIC  X(03) VALUE SPACES.
         05  PART-ORIGEM-04            PIC  X(03) VALUE SPACES.
         05  PART-ORIGEM-05            PIC  X(03) VALUE SPACES.
         05  PART-ORIGEM-06            PIC  X(03) VALUE SPACES.
         05  PART-ORIGEM-07            PIC  X(03) VALUE SPACES.
         05  PART-ORIGEM-08            PIC  X(03) VALUE SPACES.
         05  PART-ORIGEM-09            PIC  X(03) VALUE SPACES.
         05  PART-ORIGEM-10            PIC  X(03) VALUE SPACES.
       01  FILLER REDEFINES WRK-TAB-ORIGENS-PART.
         05  PART-ORIGEM               PIC  X(03) OCCURS 10.
       01  WRK-SW-PART-INCLUI-OUT      PIC  X(01) VALUE 'N'.
           88  WRK-PART-INCLUI-OUT                 VALUE 'S'.
       01  WRK-SW-REG-DA-PARTICAO      PIC  X(01) VALUE 'S'.
           88  WRK-REG-DA-PARTICAO                 VALUE 'S'.
       01  WRK-QUOC-PARTICAO           PIC S9(13) COMP-3 VALUE ZEROS.
       01  WRK-RESTO-PARTICAO          PIC S9(04) COMP VALUE ZEROS.
       01  WRK-NCONTA-PARTICAO         PIC S9(13) COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)         VALUE
           '*** AREA DE CHAVES                             ***'.
         05  WRK-ISENTOS-GOTFB0B7      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-FORA-FAIXA-GOTFB0B7   PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONTA-INVAL-GOTFB0B7  PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CAMPN-GOTFB0B7        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-OUTRA-PARTICAO        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-VDESC-CAMPN-TOTAL     PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
         05  ARR-VVALOR-ORIGL          PIC S9(13)V9(02) COMP-3
                                                   OCCURS 100.
         05  ARR-DT-COMPT-CTBIL        PIC  X(10)  OCCURS 100.
         05  ARR-NCAMPN-PROMO          PIC S9(09)V COMP-3 OCCURS 100.
         05  ARR-VVALOR-DESC-PROMO     PIC S9(13)V9(02) COMP-3
                                                   OCCURS 100.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * IMAGEM ORIGINAL (355 BYTES) DE CADA REGISTRO DO BLOCO, PARA    *
         05  HDR-QTD-REGISTROS         PIC  9(009).
         05  HDR-VERSAO-LAYOUT         PIC  X(002).
           88  HDR-LAYOUT-V2                       VALUE '02'.
         05  HDR-DT-GERACAO            PIC  X(010).
         05  HDR-NSEQ-GERACAO          PIC  X(006).
         05  FILLER                    PIC  X(327).

       01  WRK-REG-TRAILER-GOTF001E.
         05  TRL-TIPO-REGISTRO         PIC  X(001).
         05  CONC-CONTA-INVAL-GOTFB0B7 PIC  9(009).
         05  CONC-SW-DIVERGENCIA       PIC  X(001).
           88  CONC-DIVERGENTE                     VALUE 'S'.
         05  CONC-PARTICAO             PIC  X(002).
         05  CONC-QTD-PARTICOES        PIC  9(002).
         05  CONC-OUTRA-PARTICAO       PIC  9(009).
         05  FILLER                    PIC  X(008) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
               INCLUDE GOTFB0E5
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G5
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G6
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB995
           END-EXEC.

           EXEC SQL
               INCLUDE CKRSB005
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CURSORES DE CARGA DOS CACHES DE DADOS DE REFERENCIA           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
                          DT_TAXA_CAMBIO
           END-EXEC.

           EXEC SQL
                DECLARE CORI CURSOR FOR
                SELECT CSIST_ORIGE_TARIF
                  FROM DB2PRD.TORIGE_SIST_TARIF
                 WHERE IN_ATIVO = 'S'
                 ORDER BY CSIST_ORIGE_TARIF
           END-EXEC.

           EXEC SQL
                DECLARE CCPN CURSOR FOR
                SELECT NCAMPN_PROMO,
                       CSIST_ORIGE_TARIF,
                       CSIT_OPER_REALZ,
                       IN_TIPO_DESC,
                       PERC_DESC_CAMPN,
                       VVALOR_DESC_CAMPN,
                       DINI_VIGEN_CAMPN,
                       DFIM_VIGEN_CAMPN,
                       IN_ELEGIB_CAMPN,
                       VORCAM_CAMPN,
                       VCONSUM_CAMPN
                  FROM DB2PRD.TCAMPN_PROMO_TARIF
                 WHERE VORCAM_CAMPN = 0
                    OR VCONSUM_CAMPN < VORCAM_CAMPN
                 ORDER BY NCAMPN_PROMO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARAMETROS DE EXECUCAO VIGENTES NA TABELA CENTRAL              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHAS PENDENTES DA TABELA DE STAGING (MODO 'E'), MARCADAS NO *
      * PROPRIO LUGAR APOS PASSAR PELO PIPELINE. EM EXECUCAO           *
      * PARTICIONADA SO AS ORIGENS DA LISTA DA PARTICAO ('OUT' = AS    *
      * QUE NAO ESTAO ATIVAS NO CADASTRO)                              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSTG CURSOR WITH HOLD FOR
                       VVALOR_ORIGL
                  FROM DB2PRD.TSTAG_EVNTO_TARIF
                 WHERE IN_SITUACAO = 'P'
                   AND (:WRK-QTD-ORIGENS-PART = 0
                    OR  CSIST_ORIGE_TARIF IN
                       (:PART-ORIGEM-01, :PART-ORIGEM-02,
                        :PART-ORIGEM-03, :PART-ORIGEM-04,
                        :PART-ORIGEM-05, :PART-ORIGEM-06,
                        :PART-ORIGEM-07, :PART-ORIGEM-08,
                        :PART-ORIGEM-09, :PART-ORIGEM-10)
                    OR (:WRK-SW-PART-INCLUI-OUT = 'S'
                        AND CSIST_ORIGE_TARIF NOT IN
                           (SELECT CSIST_ORIGE_TARIF
                              FROM DB2PRD.TORIGE_SIST_TARIF
                             WHERE IN_ATIVO = 'S')))
                   FOR UPDATE OF IN_SITUACAO, DS_MOTIVO_REJ
           END-EXEC.

               10  WRK-PARM-DADO-TETO   PIC  9(011)V9(002).
               10  WRK-PARM-DADO-DIAS-CORTE
                                        PIC  9(003).
               10  WRK-PARM-DADO-PARTICAO
                                        PIC  X(002).
               10  WRK-PARM-DADO-QTD-PARTICOES
                                        PIC  X(002).
               10  WRK-PARM-DADO-ORIGENS-PART
                                        PIC  X(030).
               10  WRK-PARM-DADO-DESCARTE
                                        PIC  X(001).
               10  WRK-PARM-DADO-USUARIO-DESC
                                        PIC  X(008).
               10  FILLER               PIC  X(015).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
           PERFORM 1087-CARREGAR-ISENCOES.
           PERFORM 1088-CARREGAR-LIMITES.
           PERFORM 1089-CARREGAR-CAMBIO.
           PERFORM 1090-CARREGAR-ORIGENS.
           PERFORM 1091-CARREGAR-CAMPANHAS.

           INITIALIZE WRK-TAB-RECPC-BUF.
           MOVE ZEROS                   TO      WRK-QTD-RECPC-BUF.
       1189-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGA NA TABELA DE VOLUMES OS SISTEMAS DE ORIGEM ATIVOS
      *    DO CADASTRO TORIGE_SIST_TARIF E FECHA A TABELA COM O BALDE
      *    'OUT' (ORIGEM DESCONHECIDA OU INATIVA). A VALIDACAO DA
      *    ORIGEM (4100) PASSA A SER PESQUISA NESTA TABELA.
      *----------------------------------------------------------------*
       1090-CARREGAR-ORIGENS           SECTION.
      *----------------------------------------------------------------*

           MOVE '1090-CARREGAR-ORIGENS' TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CORI
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TORIGE_SIST_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0212'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'N'                     TO      WRK-SW-FIM-CACHE.
           MOVE ZEROS                   TO      WRK-QTD-ORIGENS-VOL.
           MOVE SPACES                  TO      WRK-TAB-VOLUMES.

           PERFORM 1190-FETCH-ORIGEM
             UNTIL WRK-FIM-CACHE.

           EXEC SQL
                CLOSE CORI
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TORIGE_SIST_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0213'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-QTD-ORIGENS-VOL.
           MOVE 'OUT'
             TO VOL-ORIGEM (WRK-QTD-ORIGENS-VOL).

      *----------------------------------------------------------------*
       1090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1190-FETCH-ORIGEM               SECTION.
      *----------------------------------------------------------------*

           MOVE '1190-FETCH-ORIGEM'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CORI
                 INTO :GOTFB0G4.CSIST-ORIGE-TARIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-FIM-CACHE      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TORIGE_SIST_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH           TO     TRUE
                 MOVE '0214'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 IF WRK-QTD-ORIGENS-VOL IS NOT LESS THAN
                                         WRK-MAX-ORIGENS-VOL - 1
                    MOVE 'GOTF9995'      TO     FRWKGLIV-COD-MENSAGEM
                    MOVE
                    'CACHE DE ORIGENS ESTOUROU - AUMENTAR OCCURS'
                                         TO     FRWKGLIV-PARAMETROS
                    PERFORM 9350-TRATAR-ERRO-LIVRE
                 END-IF
                 ADD 1                  TO      WRK-QTD-ORIGENS-VOL
                 MOVE CSIST-ORIGE-TARIF OF GOTFB0G4
                   TO VOL-ORIGEM (WRK-QTD-ORIGENS-VOL)
           END-EVALUATE.

      *----------------------------------------------------------------*
       1190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CARREGA AS CAMPANHAS PROMOCIONAIS AINDA COM ORCAMENTO (OU
      *    SEM ORCAMENTO). A VIGENCIA NAO E FILTRADA NA CARGA: ELA E
      *    CONFERIDA CONTRA O DRECEB DE CADA EVENTO (4765)
      *----------------------------------------------------------------*
       1091-CARREGAR-CAMPANHAS         SECTION.
      *----------------------------------------------------------------*

           MOVE '1091-CARREGAR-CAMPANHAS' TO    FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CCPN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCAMPN_PROMO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0215'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'N'                     TO      WRK-SW-FIM-CACHE.
           MOVE ZEROS                   TO      WRK-QTD-CACHE-CAMPN.
           INITIALIZE WRK-TAB-CACHE-CAMPN.

           PERFORM 1191-FETCH-CAMPANHA
             UNTIL WRK-FIM-CACHE.

           EXEC SQL
                CLOSE CCPN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCAMPN_PROMO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0216'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1091-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1191-FETCH-CAMPANHA             SECTION.
      *----------------------------------------------------------------*

           MOVE '1191-FETCH-CAMPANHA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CCPN
                 INTO :GOTFB0G5.NCAMPN-PROMO,
                      :GOTFB0G5.CSIST-ORIGE-TARIF,
                      :GOTFB0G5.CSIT-OPER-REALZ,
                      :GOTFB0G5.IN-TIPO-DESC,
                      :GOTFB0G5.PERC-DESC-CAMPN,
                      :GOTFB0G5.VVALOR-DESC-CAMPN,
                      :GOTFB0G5.DINI-VIGEN-CAMPN,
                      :GOTFB0G5.DFIM-VIGEN-CAMPN,
                      :GOTFB0G5.IN-ELEGIB-CAMPN,
                      :GOTFB0G5.VORCAM-CAMPN,
                      :GOTFB0G5.VCONSUM-CAMPN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-FIM-CACHE      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TCAMPN_PROMO_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH           TO     TRUE
                 MOVE '0217'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 IF WRK-QTD-CACHE-CAMPN IS NOT LESS THAN
                                         WRK-MAX-CACHE-CAMPN
                    MOVE 'GOTF9995'      TO     FRWKGLIV-COD-MENSAGEM
                    MOVE
                    'CACHE DE CAMPANHAS ESTOUROU - AUMENTAR OCCURS'
                                         TO     FRWKGLIV-PARAMETROS
                    PERFORM 9350-TRATAR-ERRO-LIVRE
                 END-IF
                 ADD 1                  TO      WRK-QTD-CACHE-CAMPN
                 MOVE NCAMPN-PROMO OF GOTFB0G5
                   TO CCPN-NCAMPN (WRK-QTD-CACHE-CAMPN)
                 MOVE CSIST-ORIGE-TARIF OF GOTFB0G5
                   TO CCPN-CSIST-ORIGE (WRK-QTD-CACHE-CAMPN)
                 MOVE CSIT-OPER-REALZ OF GOTFB0G5
                   TO CCPN-CSIT-OPER (WRK-QTD-CACHE-CAMPN)
                 MOVE IN-TIPO-DESC OF GOTFB0G5
                   TO CCPN-IN-TIPO-DESC (WRK-QTD-CACHE-CAMPN)
                 MOVE PERC-DESC-CAMPN OF GOTFB0G5
                   TO CCPN-PERC-DESC (WRK-QTD-CACHE-CAMPN)
                 MOVE VVALOR-DESC-CAMPN OF GOTFB0G5
                   TO CCPN-VVALOR-DESC (WRK-QTD-CACHE-CAMPN)
                 MOVE DINI-VIGEN-CAMPN OF GOTFB0G5
                   TO CCPN-DINI-VIGEN (WRK-QTD-CACHE-CAMPN)
                 MOVE DFIM-VIGEN-CAMPN OF GOTFB0G5
                   TO CCPN-DFIM-VIGEN (WRK-QTD-CACHE-CAMPN)
                 MOVE IN-ELEGIB-CAMPN OF GOTFB0G5
                   TO CCPN-IN-ELEGIB (WRK-QTD-CACHE-CAMPN)
                 MOVE VORCAM-CAMPN OF GOTFB0G5
                   TO CCPN-VORCAM (WRK-QTD-CACHE-CAMPN)
                 COMPUTE CCPN-VSALDO (WRK-QTD-CACHE-CAMPN) =
                         VORCAM-CAMPN OF GOTFB0G5 -
                         VCONSUM-CAMPN OF GOTFB0G5
           END-EVALUATE.

      *----------------------------------------------------------------*
       1191-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-LER-PARM                   SECTION.
      *----------------------------------------------------------------*
              END-IF
           END-IF.

           IF WRK-PARM-TAM              IS GREATER THAN +20
              IF WRK-PARM-DADO-PARTICAO NOT EQUAL SPACES
                 MOVE WRK-PARM-DADO-PARTICAO
                                           TO    WRK-PARM-PARTICAO
                 MOVE 'PARTICAO'       TO      FRWKWPEF-NOME-PARM
                 MOVE SPACES            TO      FRWKWPEF-VALOR
                 MOVE WRK-PARM-DADOS (21:2)
                                        TO      FRWKWPEF-VALOR
                 SET FRWKWPEF-ORIGEM-JCL TO     TRUE
                 PERFORM 1048-REGISTRAR-PARM-EFETIVO
              END-IF
           END-IF.

           IF WRK-PARM-TAM              IS GREATER THAN +22
              IF WRK-PARM-DADO-QTD-PARTICOES IS NUMERIC
                 MOVE WRK-PARM-DADO-QTD-PARTICOES
                                           TO    WRK-PARM-QTD-PARTICOES
                 MOVE 'QTD-PARTICOES'  TO      FRWKWPEF-NOME-PARM
                 MOVE SPACES            TO      FRWKWPEF-VALOR
                 MOVE WRK-PARM-DADOS (23:2)
                                        TO      FRWKWPEF-VALOR
                 SET FRWKWPEF-ORIGEM-JCL TO     TRUE
                 PERFORM 1048-REGISTRAR-PARM-EFETIVO
              END-IF
           END-IF.

           IF WRK-PARM-TAM              IS GREATER THAN +24
              IF WRK-PARM-DADO-ORIGENS-PART NOT EQUAL SPACES
                 MOVE WRK-PARM-DADO-ORIGENS-PART
                                           TO    WRK-TAB-ORIGENS-PART
                 MOVE 'ORIGENS-PARTICAO' TO    FRWKWPEF-NOME-PARM
                 MOVE SPACES            TO      FRWKWPEF-VALOR
                 MOVE WRK-PARM-DADOS (25:30)
                                        TO      FRWKWPEF-VALOR
                 SET FRWKWPEF-ORIGEM-JCL TO     TRUE
                 PERFORM 1048-REGISTRAR-PARM-EFETIVO
              END-IF
           END-IF.

           PERFORM 1055-VALIDAR-PARTICAO.

           IF WRK-PARM-TAM              IS GREATER THAN +54
              IF WRK-PARM-DADO-DESCARTE EQUAL   'D'
                 MOVE 'D'               TO      WRK-SW-DESCARTAR-RESTART
                 MOVE 'DESCARTE-RESTART' TO     FRWKWPEF-NOME-PARM
                 MOVE SPACES            TO      FRWKWPEF-VALOR
                 MOVE WRK-PARM-DADOS (55:1)
                                        TO      FRWKWPEF-VALOR
                 SET FRWKWPEF-ORIGEM-JCL TO     TRUE
                 PERFORM 1048-REGISTRAR-PARM-EFETIVO
              END-IF
           END-IF.

           IF WRK-PARM-TAM              IS GREATER THAN +55
              MOVE WRK-PARM-DADO-USUARIO-DESC
                                        TO      WRK-PARM-USUARIO-DESC
           END-IF.

           PERFORM 1057-VALIDAR-DESCARTE.

           IF WRK-MODO-LIBERADO
              MOVE ZEROS                TO      WRK-PARM-DIAS-CORTE
           END-IF.
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONFERE A COMBINACAO DOS PARAMETROS DE EXECUCAO PARTICIONADA:  *
      * PARTICAO NUMERICA 01-99, NAO MAIOR QUE A QUANTIDADE DE FATIAS  *
      * DO ARQUIVO QUANDO HOUVER FATIAMENTO; FATIAMENTO POR CONTA SO   *
      * VALE PARA ARQUIVO (STAGING PARTICIONA SO POR ORIGEM); FATIA OU *
      * LISTA DE ORIGENS SEM PARTICAO E ERRO DE PARM                   *
      *----------------------------------------------------------------*
       1055-VALIDAR-PARTICAO           SECTION.
      *----------------------------------------------------------------*

           MOVE '1055-VALIDAR-PARTICAO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-QTD-ORIGENS-PART.
           MOVE 'N'                     TO      WRK-SW-PART-INCLUI-OUT.

           PERFORM 1056-CONTAR-ORIGEM-PART
             VARYING WRK-IDX-ORIG-PART FROM 1 BY 1
               UNTIL WRK-IDX-ORIG-PART IS GREATER THAN 10.

           IF WRK-PARM-PARTICAO         EQUAL   SPACES
              IF WRK-PARM-QTD-PARTICOES IS GREATER THAN ZEROS
                 OR WRK-QTD-ORIGENS-PART IS GREATER THAN ZEROS
                 MOVE 'GOTF9990'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE
                 'PARM: FATIA OU ORIGENS INFORMADAS SEM A PARTICAO'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
              GO TO 1055-99-FIM
           END-IF.

           IF WRK-NUM-PARTICAO          IS NOT NUMERIC
              OR WRK-NUM-PARTICAO       EQUAL   ZEROS
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: PARTICAO DEVE SER NUMERICA DE 01 A 99'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-PARM-QTD-PARTICOES    IS GREATER THAN ZEROS
              AND WRK-NUM-PARTICAO      IS GREATER THAN
                                        WRK-PARM-QTD-PARTICOES
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: PARTICAO MAIOR QUE A QUANTIDADE DE FATIAS'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-PARM-QTD-PARTICOES    IS GREATER THAN ZEROS
              AND WRK-MODO-STAGING
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: MODO E PARTICIONA SO POR LISTA DE ORIGENS'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           SET WRK-EXEC-PARTICIONADA    TO      TRUE.

      *----------------------------------------------------------------*
       1055-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * O DESCARTE DA AREA DE RESTART E UMA DECISAO DO OPERADOR E FICA *
      * REGISTRADO: EXIGE O USUARIO AUTORIZADOR (POS 56-63) E NAO VALE *
      * NO MODO 'C', QUE SO CONSULTA A POSICAO SEM GRAVAR CHECKPOINT   *
      *----------------------------------------------------------------*
       1057-VALIDAR-DESCARTE           SECTION.
      *----------------------------------------------------------------*

           MOVE '1057-VALIDAR-DESCARTE' TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT WRK-DESCARTAR-RESTART
              GO TO 1057-99-FIM
           END-IF.

           IF WRK-PARM-USUARIO-DESC     EQUAL   SPACES
              MOVE 'GOTF9967'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: DESCARTE DE RESTART EXIGE USUARIO AUTORIZADOR'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-MODO-CONSULTAR-RESTART
              MOVE 'GOTF9967'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: DESCARTE DE RESTART NAO VALE NO MODO C'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       1057-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1056-CONTAR-ORIGEM-PART         SECTION.
      *----------------------------------------------------------------*

           MOVE '1056-CONTAR-ORIGEM-PART' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF PART-ORIGEM (WRK-IDX-ORIG-PART) NOT EQUAL SPACES
              ADD 1                     TO      WRK-QTD-ORIGENS-PART
              IF PART-ORIGEM (WRK-IDX-ORIG-PART) EQUAL 'OUT'
                 SET WRK-PART-INCLUI-OUT TO     TRUE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       1056-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CARREGA OS PARAMETROS DE EXECUCAO DA TABELA CENTRAL            *
      * TPARM_EXEC. OS VALORES DA TABELA VIRAM O PADRAO; O PARM DA     *
           ADD 1                        TO      WRK-CKPT-CONT.
           IF WRK-CKPT-CONT         GREATER OR EQUAL WRK-INTERVALO-CKPT
              PERFORM 6100-DESCARREGAR-TCTRL
              PERFORM 6200-DESCARREGAR-CAMPANHAS
              EXEC SQL
                   COMMIT
              END-EXEC
           MOVE '3000-PROCESSAR-SALARIO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3100-VERIFICAR-PARTICAO.

           IF WRK-REG-DA-PARTICAO
              PERFORM 5000-INSERIR-GOTFB0B7
           ELSE
              ADD 1                     TO      WRK-OUTRA-PARTICAO
           END-IF.

           ADD     1                     TO      WRK-RST-LIDOS-GOTF001E.
           ADD     1                     TO      WRK-CKPT-CONT.
           IF WRK-CKPT-CONT         GREATER OR EQUAL WRK-INTERVALO-CKPT
              PERFORM 5200-POSTAR-BLOCO
              PERFORM 6100-DESCARREGAR-TCTRL
              PERFORM 6200-DESCARREGAR-CAMPANHAS
              PERFORM 7540-GRAVAR-CHECKPOINT
              MOVE ZEROS                 TO      WRK-CKPT-CONT
           END-IF.
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DECIDE SE O REGISTRO CORRENTE DE GOTF001E E DESTA PARTICAO.    *
      * TODAS AS INSTANCIAS LEEM O ARQUIVO INTEIRO (HEADER E TRAILER   *
      * SAO VALIDADOS POR TODAS) E CADA UMA SO POSTA A SUA PARTE:      *
      * ORIGEM NA LISTA DA PARTICAO, QUANDO HOUVER LISTA, E FATIA DA   *
      * CONTA (NCONTA MOD QTD-PARTICOES = PARTICAO - 1), QUANDO HOUVER *
      * FATIAMENTO. COMO A CONTA E A ORIGEM FAZEM PARTE DA CHAVE DE    *
      * TACUM_TARIF_MENSAL E TQTDE_EVNTO_MENSAL, DUAS PARTICOES NUNCA  *
      * DISPUTAM A MESMA LINHA DOS ACUMULADORES. REGISTRO SEM CONTA    *
      * (LAYOUT V1) E FATIADO PELA ORDEM DE LEITURA, QUE NAO MUDA NO   *
      * RESTART (WRK-RST-LIDOS-GOTF001E)                               *
      *----------------------------------------------------------------*
       3100-VERIFICAR-PARTICAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-VERIFICAR-PARTICAO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'S'                     TO      WRK-SW-REG-DA-PARTICAO.

           IF NOT WRK-EXEC-PARTICIONADA
              GO TO 3100-99-FIM
           END-IF.

           IF WRK-QTD-ORIGENS-PART      IS GREATER THAN ZEROS
              MOVE 'N'                  TO      WRK-SW-REG-DA-PARTICAO
              PERFORM 3110-COMPARAR-ORIGEM-PART
                VARYING WRK-IDX-ORIG-PART FROM 1 BY 1
                  UNTIL WRK-IDX-ORIG-PART IS GREATER THAN 10
                     OR WRK-REG-DA-PARTICAO
              IF NOT WRK-REG-DA-PARTICAO
                 AND WRK-PART-INCLUI-OUT
                 MOVE CSIST-ORIGE-TARIF OF GOTFW00S-REGISTRO
                   TO CSIST-ORIGE-TARIF OF GOTFB0B7
                 PERFORM 4900-RESOLVER-IDX-VOL
                 IF WRK-IDX-VOL         EQUAL   WRK-QTD-ORIGENS-VOL
                    SET WRK-REG-DA-PARTICAO TO  TRUE
                 END-IF
              END-IF
              IF NOT WRK-REG-DA-PARTICAO
                 GO TO 3100-99-FIM
              END-IF
           END-IF.

           IF WRK-PARM-QTD-PARTICOES    IS GREATER THAN 1
              IF NCONTA-CLIEN OF GOTFW00S-REGISTRO IS NUMERIC
                 MOVE NCONTA-CLIEN OF GOTFW00S-REGISTRO
                                        TO      WRK-NCONTA-PARTICAO
              ELSE
                 MOVE WRK-RST-LIDOS-GOTF001E
                                        TO      WRK-NCONTA-PARTICAO
              END-IF
              DIVIDE WRK-NCONTA-PARTICAO BY     WRK-PARM-QTD-PARTICOES
                                        GIVING  WRK-QUOC-PARTICAO
                                        REMAINDER WRK-RESTO-PARTICAO
              ADD 1                     TO      WRK-RESTO-PARTICAO
              IF WRK-RESTO-PARTICAO     NOT EQUAL WRK-NUM-PARTICAO
                 MOVE 'N'               TO      WRK-SW-REG-DA-PARTICAO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3110-COMPARAR-ORIGEM-PART       SECTION.
      *----------------------------------------------------------------*

           MOVE '3110-COMPARAR-ORIGEM-PART' TO  FRWKGHEA-IDEN-PARAGRAFO.

           IF PART-ORIGEM (WRK-IDX-ORIG-PART) EQUAL
                              CSIST-ORIGE-TARIF OF GOTFW00S-REGISTRO
              SET WRK-REG-DA-PARTICAO   TO      TRUE
           END-IF.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-VERIFICAR-DUPLICADO        SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                     TO      WRK-SW-ORIGEM-VALIDA.

      *    ORIGEM ATIVA NO CADASTRO = QUALQUER LINHA DA TABELA DE
      *    VOLUMES ANTES DO BALDE 'OUT' (ULTIMA POSICAO)
           PERFORM 4900-RESOLVER-IDX-VOL.

           IF WRK-IDX-VOL               LESS    WRK-QTD-ORIGENS-VOL
              SET  WRK-ORIGEM-VALIDA    TO      TRUE
           END-IF.

           IF WRK-ORIGEM-VALIDA         AND     WRK-MODO-ORIGEM
              IF CSIST-ORIGE-TARIF      OF      GOTFB0B7  NOT EQUAL
                          :GOTFB0B2.VACUM-COBR-TARIF)
                 END-EXEC

      *          LINHA CRIADA POR OUTRA PARTICAO ENTRE O UPDATE E O
      *          INSERT: SOMA NA LINHA QUE JA EXISTE
                 IF SQLCODE             EQUAL   -803
                    EXEC SQL
                      UPDATE DB2PRD.TACUM_TARIF_MENSAL
                         SET VACUM_COBR_TARIF = VACUM_COBR_TARIF +
                                          :GOTFB0B7.VVALOR-COBR-TARIF
                       WHERE CSIST_ORIGE_TARIF =
                                          :GOTFB0B2.CSIST-ORIGE-TARIF
                         AND NCONTA_CLIEN      = :GOTFB0B2.NCONTA-CLIEN
                         AND AAMM_REFER        = :GOTFB0B2.AAMM-REFER
                    END-EXEC
                 END-IF

                 IF (SQLCODE            NOT EQUAL   ZEROS)
                    MOVE 'TACUM_TARIF_MENSAL' TO FRWKGDB2-NOME-TABELA
                    SET DB2-INSERT      TO      TRUE
                          1)
                 END-EXEC

      *          LINHA CRIADA POR OUTRA PARTICAO ENTRE O UPDATE E O
      *          INSERT: SOMA NA LINHA QUE JA EXISTE
                 IF SQLCODE             EQUAL   -803
                    EXEC SQL
                      UPDATE DB2PRD.TQTDE_EVNTO_MENSAL
                         SET QTD_EVNTO_MES = QTD_EVNTO_MES + 1
                       WHERE CSIST_ORIGE_TARIF =
                                          :GOTFB0B7.CSIST-ORIGE-TARIF
                         AND NCONTA_CLIEN      = :GOTFB0B7.NCONTA-CLIEN
                         AND CSIT_OPER_REALZ   =
                                          :GOTFB0B7.CSIT-OPER-REALZ
                         AND AAMM_REFER        = :WRK-AAMM-EVENTO-NUM
                    END-EXEC
                 END-IF

                 IF (SQLCODE            NOT EQUAL   ZEROS)
                    MOVE 'TQTDE_EVNTO_MENSA' TO FRWKGDB2-NOME-TABELA
                    SET DB2-INSERT      TO      TRUE
       4750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    APLICA, DEPOIS DA PRECIFICACAO NORMAL E DA CONFERENCIA DE
      *    FAIXA, A MELHOR CAMPANHA PROMOCIONAL APLICAVEL AO EVENTO
      *    (A DE MAIOR DESCONTO; EMPATE FICA COM A DE MENOR NUMERO).
      *    O DESCONTO E ABATIDO DE VVALOR-COBR-TARIF E O NUMERO DA
      *    CAMPANHA E O VALOR DESCONTADO SAO GRAVADOS NO EVENTO.
      *----------------------------------------------------------------*
       4760-APLICAR-CAMPANHA           SECTION.
      *----------------------------------------------------------------*

           MOVE '4760-APLICAR-CAMPANHA' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      NCAMPN-PROMO
                                                OF GOTFB0B7
                                                VVALOR-DESC-PROMO
                                                OF GOTFB0B7
                                                WRK-VDESC-CAMPN
                                                WRK-IDX-CCPN-ESCOLH.

           IF VVALOR-COBR-TARIF OF GOTFB0B7 IS GREATER THAN ZEROS
              PERFORM 4765-AVALIAR-CAMPANHA
                 VARYING WRK-IDX-CCPN FROM 1 BY 1
                   UNTIL WRK-IDX-CCPN IS GREATER THAN
                                         WRK-QTD-CACHE-CAMPN
           END-IF.

           IF WRK-IDX-CCPN-ESCOLH       IS GREATER THAN ZEROS
              SUBTRACT WRK-VDESC-CAMPN  FROM    VVALOR-COBR-TARIF
                                                OF GOTFB0B7
              MOVE VVALOR-COBR-TARIF OF GOTFB0B7
                                        TO      WRK-VCALCD-COBR-TARIF
              MOVE CCPN-NCAMPN (WRK-IDX-CCPN-ESCOLH)
                                        TO      NCAMPN-PROMO
                                                OF GOTFB0B7
              MOVE WRK-VDESC-CAMPN      TO      VVALOR-DESC-PROMO
                                                OF GOTFB0B7
           END-IF.

      *----------------------------------------------------------------*
       4760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AVALIA A CAMPANHA WRK-IDX-CCPN PARA O EVENTO CORRENTE:
      *    ORIGEM/CLASSE (BRANCOS = QUALQUER), VIGENCIA AS-OF-DRECEB E
      *    ORCAMENTO. O DESCONTO E LIMITADO AO VALOR COBRADO E AO
      *    SALDO DO ORCAMENTO. A INSCRICAO DA CONTA (CAMPANHA POR
      *    LISTA) SO E CONSULTADA QUANDO A CAMPANHA SUPERA A MELHOR
      *    ENCONTRADA ATE AQUI.
      *----------------------------------------------------------------*
       4765-AVALIAR-CAMPANHA           SECTION.
      *----------------------------------------------------------------*

           MOVE '4765-AVALIAR-CAMPANHA' TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF CCPN-CSIST-ORIGE (WRK-IDX-CCPN) NOT EQUAL SPACES
              AND CCPN-CSIST-ORIGE (WRK-IDX-CCPN) NOT EQUAL
                  CSIST-ORIGE-TARIF OF GOTFB0B7
              GO TO 4765-99-FIM
           END-IF.

           IF CCPN-CSIT-OPER (WRK-IDX-CCPN) NOT EQUAL SPACES
              AND CCPN-CSIT-OPER (WRK-IDX-CCPN) NOT EQUAL
                  CSIT-OPER-REALZ OF GOTFB0B7
              GO TO 4765-99-FIM
           END-IF.

           IF DRECEB-MOVTO-TARIF OF GOTFB0B7 IS LESS THAN
                                 CCPN-DINI-VIGEN (WRK-IDX-CCPN)
              OR DRECEB-MOVTO-TARIF OF GOTFB0B7 IS GREATER THAN
                                 CCPN-DFIM-VIGEN (WRK-IDX-CCPN)
              GO TO 4765-99-FIM
           END-IF.

           IF CCPN-VORCAM (WRK-IDX-CCPN) IS GREATER THAN ZEROS
              AND CCPN-VSALDO (WRK-IDX-CCPN) IS NOT GREATER THAN ZEROS
              GO TO 4765-99-FIM
           END-IF.

           IF CCPN-IN-TIPO-DESC (WRK-IDX-CCPN) EQUAL 'P'
              COMPUTE WRK-VDESC-CANDIDATO ROUNDED =
                      VVALOR-COBR-TARIF OF GOTFB0B7 *
                      CCPN-PERC-DESC (WRK-IDX-CCPN) / 100
           ELSE
              MOVE CCPN-VVALOR-DESC (WRK-IDX-CCPN)
                                        TO      WRK-VDESC-CANDIDATO
           END-IF.

           IF WRK-VDESC-CANDIDATO       IS GREATER THAN
                                        VVALOR-COBR-TARIF OF GOTFB0B7
              MOVE VVALOR-COBR-TARIF OF GOTFB0B7
                                        TO      WRK-VDESC-CANDIDATO
           END-IF.

           IF CCPN-VORCAM (WRK-IDX-CCPN) IS GREATER THAN ZEROS
              AND WRK-VDESC-CANDIDATO   IS GREATER THAN
                                        CCPN-VSALDO (WRK-IDX-CCPN)
              MOVE CCPN-VSALDO (WRK-IDX-CCPN)
                                        TO      WRK-VDESC-CANDIDATO
           END-IF.

           IF WRK-VDESC-CANDIDATO   IS NOT GREATER THAN WRK-VDESC-CAMPN
              GO TO 4765-99-FIM
           END-IF.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CAMPANHA POR LISTA: SO CONTAS INSCRITAS. EVENTO SEM CONTA     *
      * (LAYOUT V1) NAO E ELEGIVEL                                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           IF CCPN-IN-ELEGIB (WRK-IDX-CCPN) EQUAL 'L'
              IF NCONTA-CLIEN OF GOTFB0B7 IS NOT GREATER THAN ZEROS
                 GO TO 4765-99-FIM
              END-IF

              MOVE CCPN-NCAMPN (WRK-IDX-CCPN)
                                        TO      NCAMPN-PROMO
                                                OF GOTFB0G6
              MOVE NCONTA-CLIEN OF GOTFB0B7
                                        TO      NCONTA-CLIEN
                                                OF GOTFB0G6
              MOVE ZEROS                TO      WRK-QTD-CLIEN-CAMPN

              EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CLIEN-CAMPN
                  FROM DB2PRD.TCAMPN_CLIEN_TARIF
                 WHERE NCAMPN_PROMO      = :GOTFB0G6.NCAMPN-PROMO
                   AND NCONTA_CLIEN      = :GOTFB0G6.NCONTA-CLIEN
              END-EXEC

              IF (SQLCODE               NOT EQUAL   ZEROS)  OR
                 (SQLWARN0                  EQUAL   'W')
                 MOVE 'TCAMPN_CLIEN_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0061'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF

              IF WRK-QTD-CLIEN-CAMPN    EQUAL   ZEROS
                 GO TO 4765-99-FIM
              END-IF
           END-IF.

           MOVE WRK-VDESC-CANDIDATO     TO      WRK-VDESC-CAMPN.
           MOVE WRK-IDX-CCPN            TO      WRK-IDX-CCPN-ESCOLH.

      *----------------------------------------------------------------*
       4765-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    BAIXA O DESCONTO DO SALDO DA CAMPANHA QUANDO O EVENTO ENTRA
      *    NO BLOCO DE POSTAGEM (NAO NO MODO DE VALIDACAO). A GRAVACAO
      *    EM TCAMPN_PROMO_TARIF E FEITA NO DESCARREGAMENTO (6200); O
      *    DESFAZIMENTO DE EVENTO REJEITADO NO REPROCESSAMENTO
      *    UNITARIO E FEITO EM 4780.
      *----------------------------------------------------------------*
       4770-CONSUMIR-CAMPANHA          SECTION.
      *----------------------------------------------------------------*

           MOVE '4770-CONSUMIR-CAMPANHA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-IDX-CCPN-ESCOLH       IS GREATER THAN ZEROS
              SUBTRACT WRK-VDESC-CAMPN  FROM
                                  CCPN-VSALDO (WRK-IDX-CCPN-ESCOLH)
              ADD WRK-VDESC-CAMPN       TO
                                  CCPN-VDESC-PEND (WRK-IDX-CCPN-ESCOLH)
              ADD 1                     TO
                                  CCPN-QTD-PEND (WRK-IDX-CCPN-ESCOLH)
              ADD 1                     TO      WRK-CAMPN-GOTFB0B7
              ADD WRK-VDESC-CAMPN       TO      WRK-VDESC-CAMPN-TOTAL
           END-IF.

      *----------------------------------------------------------------*
       4770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DEVOLVE AO SALDO DA CAMPANHA O DESCONTO DO EVENTO DO BLOCO
      *    (WRK-IDX-BLOCO) REJEITADO NO REPROCESSAMENTO UNITARIO
      *----------------------------------------------------------------*
       4780-ESTORNAR-CAMPANHA          SECTION.
      *----------------------------------------------------------------*

           MOVE '4780-ESTORNAR-CAMPANHA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           IF ARR-NCAMPN-PROMO (WRK-IDX-BLOCO) IS GREATER THAN ZEROS
              PERFORM VARYING WRK-IDX-CCPN FROM 1 BY 1
                UNTIL WRK-IDX-CCPN  IS GREATER THAN
                                       WRK-QTD-CACHE-CAMPN
                   OR CCPN-NCAMPN (WRK-IDX-CCPN) EQUAL
                      ARR-NCAMPN-PROMO (WRK-IDX-BLOCO)
                 CONTINUE
              END-PERFORM

              IF WRK-IDX-CCPN   IS NOT GREATER THAN WRK-QTD-CACHE-CAMPN
                 ADD ARR-VVALOR-DESC-PROMO (WRK-IDX-BLOCO)
                   TO CCPN-VSALDO (WRK-IDX-CCPN)
                 SUBTRACT ARR-VVALOR-DESC-PROMO (WRK-IDX-BLOCO)
                   FROM CCPN-VDESC-PEND (WRK-IDX-CCPN)
                 SUBTRACT 1             FROM    CCPN-QTD-PEND
                                                (WRK-IDX-CCPN)
                 SUBTRACT 1             FROM    WRK-CAMPN-GOTFB0B7
                 SUBTRACT ARR-VVALOR-DESC-PROMO (WRK-IDX-BLOCO)
                   FROM WRK-VDESC-CAMPN-TOTAL
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       4780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LOCALIZA NA TABELA DE VOLUMES A LINHA DA ORIGEM CORRENTE
      *    (GOTFB0B7); ORIGEM DESCONHECIDA OU INATIVA CAI NO BALDE
      *    'OUT'
      *----------------------------------------------------------------*
       4900-RESOLVER-IDX-VOL           SECTION.
      *----------------------------------------------------------------*
                    ADD 1                  TO
                                        WRK-FORA-FAIXA-GOTFB0B7
                 ELSE
                 PERFORM 4760-APLICAR-CAMPANHA
                 PERFORM 4700-VERIFICAR-TETO-MENSAL

                 IF WRK-TETO-EXCEDIDO
                       ADD 1                  TO
                                        WRK-VALIDADOS-GOTFB0B7
                    ELSE
                       PERFORM 4770-CONSUMIR-CAMPANHA
                       PERFORM 5150-ACUMULAR-BLOCO
                       PERFORM 4800-ACUMULAR-MES-CLIENTE
                       PERFORM 4820-CONTAR-EVNTO-MES
             TO ARR-VVALOR-ORIGL (WRK-BLOCO-QTD).
           MOVE NCONTA-CLIEN          OF GOTFB0B7
             TO ARR-NCONTA-CLIEN-B7 (WRK-BLOCO-QTD).
           MOVE NCAMPN-PROMO          OF GOTFB0B7
             TO ARR-NCAMPN-PROMO (WRK-BLOCO-QTD).
           MOVE VVALOR-DESC-PROMO     OF GOTFB0B7
             TO ARR-VVALOR-DESC-PROMO (WRK-BLOCO-QTD).
           MOVE FD-GOTF001E
             TO ARR-REG-ORIGINAL (WRK-BLOCO-QTD).

                       CMOEDA_ORIGL_TARIF ,
                       VVALOR_ORIGL_TARIF ,
                       NCONTA_CLIEN       ,
                       DT_COMPT_CTBIL     ,
                       NCAMPN_PROMO       ,
                       VVALOR_DESC_PROMO)
                  VALUES
                      (:ARR-CSIST-ORIGE-TARIF  ,
                       :ARR-DRECEB-MOVTO-TARIF ,
                       :ARR-CMOEDA-ORIGL       ,
                       :ARR-VVALOR-ORIGL       ,
                       :ARR-NCONTA-CLIEN-B7    ,
                       :ARR-DT-COMPT-CTBIL     ,
                       :ARR-NCAMPN-PROMO       ,
                       :ARR-VVALOR-DESC-PROMO)
                  FOR :WRK-BLOCO-QTD ROWS
                  ATOMIC
              END-EXEC
                TO NCONTA-CLIEN       OF GOTFB0B7
              MOVE ARR-DT-COMPT-CTBIL (WRK-IDX-BLOCO)
                TO DT-COMPT-CTBIL     OF GOTFB0B7
              MOVE ARR-NCAMPN-PROMO (WRK-IDX-BLOCO)
                TO NCAMPN-PROMO       OF GOTFB0B7
              MOVE ARR-VVALOR-DESC-PROMO (WRK-IDX-BLOCO)
                TO VVALOR-DESC-PROMO  OF GOTFB0B7

              EXEC SQL
                INSERT INTO DB2PRD.TSIT_MOVTO_TARIF
                       CMOEDA_ORIGL_TARIF ,
                       VVALOR_ORIGL_TARIF ,
                       NCONTA_CLIEN       ,
                       DT_COMPT_CTBIL     ,
                       NCAMPN_PROMO       ,
                       VVALOR_DESC_PROMO)
                  VALUES
                      (:GOTFB0B7.CSIST-ORIGE-TARIF  ,
                       :GOTFB0B7.DRECEB-MOVTO-TARIF ,
                       :GOTFB0B7.CMOEDA-ORIGL-TARIF ,
                       :GOTFB0B7.VVALOR-ORIGL-TARIF ,
                       :GOTFB0B7.NCONTA-CLIEN       ,
                       :GOTFB0B7.DT-COMPT-CTBIL     ,
                       :GOTFB0B7.NCAMPN-PROMO       ,
                       :GOTFB0B7.VVALOR-DESC-PROMO)
              END-EXEC

              IF (SQLCODE              NOT EQUAL   ZEROS)  OR
                 ADD 1 TO VOL-REJEITADOS (WRK-IDX-VOL)
                 PERFORM 4850-ESTORNAR-ACUM-MES
                 PERFORM 4860-ESTORNAR-QTDE-MES
                 PERFORM 4780-ESTORNAR-CAMPANHA
              ELSE
                 ADD 1                     TO
                                  WRK-INSER-GOTFB0B7
                    QTDE_EVNTO_PENDT       = QTDE_EVNTO_PENDT +
                                        :GOTFB072.QTDE-EVNTO-PENDT ,
                    DRECEB_ULT_EVNTO_TARIF =
                    CASE WHEN DRECEB_ULT_EVNTO_TARIF <
                                  :GOTFB072.DRECEB-ULT-EVNTO-TARIF
                         THEN     :GOTFB072.DRECEB-ULT-EVNTO-TARIF
                         ELSE DRECEB_ULT_EVNTO_TARIF
                    END
              WHERE CSIST_ORIGE_TARIF =
                                  :GOTFB072.CSIST-ORIGE-TARIF
           END-EXEC.
                       :GOTFB072.DRECEB-ULT-EVNTO-TARIF)
              END-EXEC

      *       LINHA CRIADA POR OUTRA PARTICAO ENTRE O UPDATE E O
      *       INSERT: SOMA NA LINHA QUE JA EXISTE
              IF SQLCODE                EQUAL   -803
                 EXEC SQL
                   UPDATE DB2PRD.TCTRL_RECPC_TARIF
                      SET IND_RECPC_TARIF        = 'S'        ,
                          QTDE_EVNTO_PENDT       = QTDE_EVNTO_PENDT +
                                        :GOTFB072.QTDE-EVNTO-PENDT ,
                          DRECEB_ULT_EVNTO_TARIF =
                          CASE WHEN DRECEB_ULT_EVNTO_TARIF <
                                  :GOTFB072.DRECEB-ULT-EVNTO-TARIF
                               THEN :GOTFB072.DRECEB-ULT-EVNTO-TARIF
                               ELSE DRECEB_ULT_EVNTO_TARIF
                          END
                    WHERE CSIST_ORIGE_TARIF =
                                  :GOTFB072.CSIST-ORIGE-TARIF
                 END-EXEC
              END-IF

              IF (SQLCODE               NOT EQUAL   ZEROS)
                 MOVE 'TCTRL_RECPC_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-INSERT         TO      TRUE
       6150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DESCARREGA EM TCAMPN_PROMO_TARIF O DESCONTO CONCEDIDO E OS
      *    EVENTOS ATINGIDOS POR CAMPANHA DESDE O ULTIMO
      *    DESCARREGAMENTO. CHAMADO JUNTO COM 6100, ANTES DE CADA
      *    CHECKPOINT/COMMIT E NO ENCERRAMENTO.
      *----------------------------------------------------------------*
       6200-DESCARREGAR-CAMPANHAS      SECTION.
      *----------------------------------------------------------------*

           MOVE '6200-DESCARREGAR-CAMPANHAS' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM VARYING WRK-IDX-CCPN FROM 1 BY 1
             UNTIL WRK-IDX-CCPN     IS GREATER THAN WRK-QTD-CACHE-CAMPN
              IF CCPN-QTD-PEND (WRK-IDX-CCPN) NOT EQUAL ZEROS
                 OR CCPN-VDESC-PEND (WRK-IDX-CCPN) NOT EQUAL ZEROS
                 PERFORM 6250-GRAVAR-CAMPANHA
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6250-GRAVAR-CAMPANHA            SECTION.
      *----------------------------------------------------------------*

           MOVE '6250-GRAVAR-CAMPANHA'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CCPN-NCAMPN (WRK-IDX-CCPN)
             TO NCAMPN-PROMO OF GOTFB0G5.
           MOVE CCPN-VDESC-PEND (WRK-IDX-CCPN)
             TO VCONSUM-CAMPN OF GOTFB0G5.
           MOVE CCPN-QTD-PEND (WRK-IDX-CCPN)
             TO QT-EVNTO-CAMPN OF GOTFB0G5.

           EXEC SQL
             UPDATE DB2PRD.TCAMPN_PROMO_TARIF
                SET VCONSUM_CAMPN  = VCONSUM_CAMPN +
                                     :GOTFB0G5.VCONSUM-CAMPN ,
                    QT_EVNTO_CAMPN = QT_EVNTO_CAMPN +
                                     :GOTFB0G5.QT-EVNTO-CAMPN
              WHERE NCAMPN_PROMO   = :GOTFB0G5.NCAMPN-PROMO
           END-EXEC.

           IF (SQLCODE                  NOT EQUAL   ZEROS)
              MOVE 'TCAMPN_PROMO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0062'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RELE O CONSUMIDO DA TABELA: EM EXECUCAO PARTICIONADA AS OUTRAS *
      * INSTANCIAS TAMBEM CONSOMEM O ORCAMENTO, E O SALDO EM MEMORIA   *
      * PRECISA REFLETIR O QUE JA FOI GRAVADO POR TODAS                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
             SELECT VORCAM_CAMPN,
                    VCONSUM_CAMPN
               INTO :GOTFB0G5.VORCAM-CAMPN,
                    :GOTFB0G5.VCONSUM-CAMPN
               FROM DB2PRD.TCAMPN_PROMO_TARIF
              WHERE NCAMPN_PROMO   = :GOTFB0G5.NCAMPN-PROMO
           END-EXEC.

           IF (SQLCODE                  NOT EQUAL   ZEROS)  OR
              (SQLWARN0                     EQUAL   'W')
              MOVE 'TCAMPN_PROMO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0063'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           COMPUTE CCPN-VSALDO (WRK-IDX-CCPN) =
                   VORCAM-CAMPN  OF GOTFB0G5 -
                   VCONSUM-CAMPN OF GOTFB0G5.

           MOVE ZEROS                   TO
                                  CCPN-VDESC-PEND (WRK-IDX-CCPN).
           MOVE ZEROS                   TO
                                  CCPN-QTD-PEND (WRK-IDX-CCPN).

      *----------------------------------------------------------------*
       6250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7000-INICIAR-CKRS0105           SECTION.
      *----------------------------------------------------------------*

           MOVE '7510-INICIAR-CKRS0100' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-EXEC-PARTICIONADA
              MOVE WRK-PARM-PARTICAO   TO      CK01-PLAN
           ELSE
              MOVE ' '                 TO      CK01-PLAN
           END-IF.
           MOVE 'DB2'                  TO      CK01-ID-DB2.
           MOVE 'I'                    TO      CK01-FUNCAO.

           PERFORM 7505-MONTAR-IDENTIDADE.

           MOVE WRK-AREA-RESTART       TO      CK01-AREA-RESTART.
           MOVE LENGTH OF WRK-AREA-RESTART
                                        TO      CK01-TAM-AREA-RESTART.
           PERFORM 7500-CHAMADA-CKRS0100.

           IF CK01-STATUS               EQUAL   'REST'
              MOVE SPACES               TO      WRK-AREA-RESTART
              MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                        TO      WRK-AREA-RESTART
              PERFORM 7530-VALIDAR-IDENTIDADE
              IF NOT WRK-RESTART-DESCARTADO
                 PERFORM 1200-REPOSICIONAR-GOTF001E
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       7510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MONTA A IDENTIDADE DA ENTRADA DESTA EXECUCAO E A CARIMBA NA    *
      * AREA DE RESTART, PARA QUE TODO CHECKPOINT GRAVADO LEVE JUNTO A *
      * QUAL ARQUIVO (OU INSTANCIA DE STAGING) A POSICAO PERTENCE      *
      *----------------------------------------------------------------*
       7505-MONTAR-IDENTIDADE          SECTION.
      *----------------------------------------------------------------*

           MOVE '7505-MONTAR-IDENTIDADE' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      WRK-IDENT-EXECUCAO.

           IF WRK-MODO-STAGING
              MOVE 'E'                  TO      IDT-TIPO-ENTRADA
              MOVE WRK-TAB-ORIGENS-PART TO      IDT-ORIGENS-STAGING
           ELSE
              MOVE 'A'                  TO      IDT-TIPO-ENTRADA
              MOVE HDR-DT-GERACAO       TO      IDT-DT-GERACAO
              MOVE HDR-NSEQ-GERACAO     TO      IDT-NSEQ-GERACAO
              MOVE HDR-QTD-REGISTROS    TO      IDT-QTD-REGISTROS
              MOVE HDR-VERSAO-LAYOUT    TO      IDT-VERSAO-LAYOUT
           END-IF.

           MOVE WRK-IDENT-EXECUCAO      TO      WRK-RST-IDENTIDADE.

      *----------------------------------------------------------------*
       7505-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONFERE A AREA DE RESTART DEVOLVIDA PELO CKRS0100 CONTRA A     *
      * ENTRADA DESTA EXECUCAO ANTES DE QUALQUER REPOSICIONAMENTO:     *
      * - DESCARTE PEDIDO NO PARM: DESPREZA A AREA (7550);             *
      * - AREA SEM IDENTIDADE (GRAVADA ANTES DO CARIMBO): RETOMA COM   *
      *   AVISO, COMO SEMPRE FOI, E PASSA A CARIMBAR;                  *
      * - IDENTIDADE DIFERENTE: NO MODO 'C' SO SINALIZA NA CONSULTA;   *
      *   NOS DEMAIS, RECUSA O RESTART (7560)                          *
      *----------------------------------------------------------------*
       7530-VALIDAR-IDENTIDADE         SECTION.
      *----------------------------------------------------------------*

           MOVE '7530-VALIDAR-IDENTIDADE' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-DESCARTAR-RESTART
              PERFORM 7550-DESCARTAR-RESTART
              GO TO 7530-99-FIM
           END-IF.

           IF WRK-RST-IDENTIDADE        EQUAL   SPACES
              OR WRK-RST-IDENTIDADE     EQUAL   LOW-VALUES
              DISPLAY 'GOTF2DSS - AREA DE RESTART SEM IDENTIDADE DA '
                      'ENTRADA - RETOMADA ACEITA SEM CONFERENCIA'
              MOVE WRK-IDENT-EXECUCAO   TO      WRK-RST-IDENTIDADE
              GO TO 7530-99-FIM
           END-IF.

           IF WRK-RST-IDENTIDADE        EQUAL   WRK-IDENT-EXECUCAO
              GO TO 7530-99-FIM
           END-IF.

           SET WRK-RESTART-DIVERGENTE   TO      TRUE.

           IF NOT WRK-MODO-CONSULTAR-RESTART
              PERFORM 7560-RECUSAR-RESTART
           END-IF.

      *----------------------------------------------------------------*
       7530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DESCARTE EXPLICITO DA AREA DE RESTART (PARM POS 55 = 'D'):     *
      * REGISTRA EM THIST_DESC_RESTART QUEM AUTORIZOU, A IDENTIDADE E A*
      * POSICAO ABANDONADAS, ZERA A POSICAO E GRAVA NA HORA UM         *
      * CHECKPOINT COM A IDENTIDADE NOVA - O REGISTRO DO DESCARTE E    *
      * EFETIVADO NO MESMO COMMIT. O PROCESSAMENTO COMECA DO INICIO    *
      *----------------------------------------------------------------*
       7550-DESCARTAR-RESTART          SECTION.
      *----------------------------------------------------------------*

           MOVE '7550-DESCARTAR-RESTART' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-RST-LIDOS-GOTF001E  TO      WRK-LIDOS-DESCARTADOS.

           MOVE 'GOTF2DSS'              TO      CNOME-PROGRAMA
                                                OF CKRSB005.
           MOVE CK01-PLAN               TO      CPLAN-CKPT
                                                OF CKRSB005.
           MOVE WRK-PARM-USUARIO-DESC  TO      CUSUAR-DESCARTE
                                                OF CKRSB005.
           MOVE WRK-RST-IDENTIDADE      TO      DS-IDENT-DESCARTADA
                                                OF CKRSB005.
           MOVE WRK-IDENT-EXECUCAO      TO      DS-IDENT-EXECUCAO
                                                OF CKRSB005.
           MOVE WRK-RST-LIDOS-GOTF001E  TO      QTD-POSICAO-DESCARTADA
                                                OF CKRSB005.

           EXEC SQL
                INSERT INTO DB2PRD.THIST_DESC_RESTART
                      (CNOME_PROGRAMA,
                       CPLAN_CKPT,
                       DT_DESCARTE,
                       HR_DESCARTE,
                       CUSUAR_DESCARTE,
                       DS_IDENT_DESCARTADA,
                       DS_IDENT_EXECUCAO,
                       QTD_POSICAO_DESCARTADA)
                VALUES
                      (:CKRSB005.CNOME-PROGRAMA,
                       :CKRSB005.CPLAN-CKPT,
                       CHAR(CURRENT DATE, ISO),
                       CHAR(CURRENT TIME, ISO),
                       :CKRSB005.CUSUAR-DESCARTE,
                       :CKRSB005.DS-IDENT-DESCARTADA,
                       :CKRSB005.DS-IDENT-EXECUCAO,
                       :CKRSB005.QTD-POSICAO-DESCARTADA)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'THIST_DESC_RESTART' TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0150'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           DISPLAY 'GOTF2DSS - AREA DE RESTART DESCARTADA POR '
                   WRK-PARM-USUARIO-DESC
           DISPLAY 'GOTF2DSS - IDENTIDADE DESCARTADA: '
                   WRK-RST-IDENTIDADE
           DISPLAY 'GOTF2DSS - REGISTROS JA LIDOS ABANDONADOS: '
                   WRK-LIDOS-DESCARTADOS

           MOVE ZEROS                   TO      WRK-RST-LIDOS-GOTF001E.
           MOVE WRK-IDENT-EXECUCAO      TO      WRK-RST-IDENTIDADE.

           PERFORM 7540-GRAVAR-CHECKPOINT.

           SET WRK-RESTART-DESCARTADO   TO      TRUE.

      *----------------------------------------------------------------*
       7550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A AREA DE RESTART PERTENCE A OUTRA ENTRADA (OUTRO ARQUIVO OU   *
      * STAGING X ARQUIVO): PULAR N REGISTROS DESTA ENTRADA SERIA      *
      * PERDER EVENTOS. ENCERRA SEM PROCESSAR, SEM CHECKPOINT E SEM O  *
      * 'F' DO CKRS0100 - A AREA FICA INTACTA PARA O RESTART DA        *
      * ENTRADA CERTA OU PARA O DESCARTE EXPLICITO - COM RETURN-CODE 16*
      *----------------------------------------------------------------*
       7560-RECUSAR-RESTART            SECTION.
      *----------------------------------------------------------------*

           MOVE '7560-RECUSAR-RESTART'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2DSS ***********'
           DISPLAY '*                              *'
           DISPLAY '*  RESTART RECUSADO: AREA DE   *'
           DISPLAY '*  RESTART DE OUTRA ENTRADA    *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* AREA GRAVADA : ' WRK-RST-IDENTIDADE
           DISPLAY '* ENTRADA ATUAL: ' WRK-IDENT-EXECUCAO
           DISPLAY '* JA LIDOS NA AREA : ' WRK-RST-LIDOS-GOTF001E
           DISPLAY '* ---------------------------- *'
           DISPLAY '* REINICIE COM A ENTRADA DA    *'
           DISPLAY '* AREA OU DESCARTE A AREA COM  *'
           DISPLAY '* PARM POS 55 = D E O USUARIO  *'
           DISPLAY '* AUTORIZADOR NAS POS 56-63    *'
           DISPLAY '*********** GOTF2DSS ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF001E.
           CLOSE GOTF001R.
           CLOSE GOTF001C.
           CLOSE GOTF008S.

           PERFORM 8100-FECHAR-GOTF001T.

           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-RC-RESTART-INVALIDO TO      RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       7560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * EXIBE, SEM DISPARAR UM RESTART, O PONTO DE RETOMADA JA LIDO EM *
      * 7510-INICIAR-CKRS0100: QUANTOS REGISTROS DE GOTF001E JA FORAM  *
           DISPLAY '*                              *'
           DISPLAY '* PROXIMO A LER      : ' WRK-RST-PROX-GOTF001E
           DISPLAY '*                              *'
           DISPLAY '* IDENTIDADE DA AREA : ' WRK-RST-IDENTIDADE
           DISPLAY '* ENTRADA ATUAL      : ' WRK-IDENT-EXECUCAO
           IF WRK-RESTART-DIVERGENTE
              DISPLAY '* AREA DE OUTRA ENTRADA: RESTART SERIA RECUSADO'
           END-IF
           DISPLAY '*                              *'
           DISPLAY '*********** GOTF2DSS ***********'.

           PERFORM  7100-ENCERRAR-CKRS0105.
                                        CONC-FORA-FAIXA-GOTFB0B7.
           MOVE WRK-CONTA-INVAL-GOTFB0B7 TO
                                        CONC-CONTA-INVAL-GOTFB0B7.
           MOVE WRK-PARM-PARTICAO       TO      CONC-PARTICAO.
           MOVE WRK-PARM-QTD-PARTICOES  TO      CONC-QTD-PARTICOES.
           MOVE WRK-OUTRA-PARTICAO      TO      CONC-OUTRA-PARTICAO.

           MOVE 'N'                     TO      CONC-SW-DIVERGENCIA.

                                        WRK-ATRASADOS-GOTF001T       +
                                        WRK-ISENTOS-GOTFB0B7         +
                                        WRK-FORA-FAIXA-GOTFB0B7      +
                                        WRK-CONTA-INVAL-GOTFB0B7     +
                                        WRK-OUTRA-PARTICAO)
              MOVE 'S'                  TO      CONC-SW-DIVERGENCIA
           END-IF.

           PERFORM 5200-POSTAR-BLOCO.
      *
           PERFORM 6100-DESCARREGAR-TCTRL.
      *
           PERFORM 6200-DESCARREGAR-CAMPANHAS.
      *
           IF NOT WRK-MODO-VALIDAR
              PERFORM 9600-GRAVAR-ESTATISTICA-VOL
           DISPLAY '* COMPETENCIA REDIRECIONADA : '
                                        WRK-COMPT-REDIRECIONADOS
           DISPLAY '*                              *'
           DISPLAY '* DESCONTO DE CAMPANHA : ' WRK-CAMPN-GOTFB0B7
           DISPLAY '*                              *'
           DISPLAY '* VALOR DESCONTADO     : ' WRK-VDESC-CAMPN-TOTAL
           DISPLAY '*                              *'
           DISPLAY '* ATLZ TCTRL_RECPC_TARIF : ' WRK-ATLZ-TCTRL-RECPC
           DISPLAY '*                              *'
           DISPLAY '* CONCILIACAO DIVERGENTE : ' CONC-SW-DIVERGENCIA
           IF WRK-EXEC-PARTICIONADA
              DISPLAY '*                              *'
              DISPLAY '* PARTICAO             : ' WRK-PARM-PARTICAO
              DISPLAY '* DE OUTRA PARTICAO    : ' WRK-OUTRA-PARTICAO
           END-IF
           IF WRK-RESTART-DESCARTADO
              DISPLAY '*                              *'
              DISPLAY '* RESTART DESCARTADO POR : '
                                        WRK-PARM-USUARIO-DESC
              DISPLAY '* POSICAO ABANDONADA   : '
                                        WRK-LIDOS-DESCARTADOS
           END-IF
           DISPLAY '*                              *'
           DISPLAY '*********** GOTF2DSS ***********'

                          :GOTFB0C3.QT-ATRASADOS)
                 END-EXEC

      *          EM EXECUCAO PARTICIONADA A MESMA ORIGEM PODE TER SIDO
      *          GRAVADA POR OUTRA PARTICAO NO DIA: SOMA NA LINHA DELA
                 IF SQLCODE            EQUAL   -803
                    AND WRK-EXEC-PARTICIONADA
                    EXEC SQL
                      UPDATE DB2PRD.TEST_VOL_TARIF
                         SET QT_LIDOS        = QT_LIDOS        +
                                          :GOTFB0C3.QT-LIDOS         ,
                             QT_INSERIDOS    = QT_INSERIDOS    +
                                          :GOTFB0C3.QT-INSERIDOS     ,
                             QT_REJEITADOS   = QT_REJEITADOS   +
                                          :GOTFB0C3.QT-REJEITADOS    ,
                             QT_DUPLICADOS   = QT_DUPLICADOS   +
                                          :GOTFB0C3.QT-DUPLICADOS    ,
                             QT_ORIGEM_INVAL = QT_ORIGEM_INVAL +
                                          :GOTFB0C3.QT-ORIGEM-INVAL  ,
                             QT_ISENTOS      = QT_ISENTOS      +
                                          :GOTFB0C3.QT-ISENTOS       ,
                             QT_ATRASADOS    = QT_ATRASADOS    +
                                          :GOTFB0C3.QT-ATRASADOS
                       WHERE DT_EXECUCAO       =
                                          CHAR(CURRENT DATE, ISO)
                         AND CSIST_ORIGE_TARIF =
                                          :GOTFB0C3.CSIST-ORIGE-TARIF
                    END-EXEC
                 END-IF

                 IF (SQLCODE           NOT EQUAL   ZEROS)
                    MOVE 'TEST_VOL_TARIF'  TO   FRWKGDB2-NOME-TABELA
                    SET DB2-INSERT         TO   TRUE
