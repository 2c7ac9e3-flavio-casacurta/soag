      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF004S          O              WRK-REG-REMES  *
      *                GOTF057S          O              WRK-REG-BOLETO *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TAUTZ_DEBTO_CLIEN         GOTFB0H3       *
      *                DB2PRD.TBOLETO_TARIF             GOTFB0H4       *
      *                DB2PRD.TPARM_EXEC                FRWKB995       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    CALE2000 - CALENDARIO DE FERIADOS (BATCH)                   *
      *    GOTF1100 - CONTROLE DE INTEGRIDADE DE ARQUIVO (HMAC)        *
      *    FRWK3000 - REGISTRAR PARAMETRO EFETIVO DA EXECUCAO          *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *               MOEDA; DEBITO EM BRL (E PARCELAS E               *
      *               CONSOLIDACOES, SEMPRE EM BRL) SAI COM O CAMPO    *
      *               EM BRANCO E SEGUE A DATA DO CICLO, COMO HOJE.    *
      *    NOV/2027 - HOMI - CONTA ALTERNATIVA DE DEBITO: O DETALHE DE *
      *               GOTF004S (LRECL 90 -> 103) GANHA O CAMPO         *
      *               REM-NCONTA-DEBTO (CONTA A DEBITAR). RETENTATIVA  *
      *               CUJA PENDENCIA O GOTF2RET APONTOU PARA UMA CONTA *
      *               DE TCTA_DEBTO_ALTER (TPEND NCONTA_DEBTO) E       *
      *               REAPRESENTADA NELA; DEMAIS DETALHES SAEM COM A   *
      *               CONTA PRINCIPAL DO EVENTO. A CONTA APRESENTADA E *
      *               CARIMBADA NO EVENTO (NCONTA_DEBTO DE             *
      *               TSIT_MOVTO_TARIF) - LIQUIDADO, E A CONTA QUE     *
      *               PAGOU.                                           *
      *    MAR/2028 - HOMI - CONTROLE DE INTEGRIDADE DA REMESSA: O     *
      *               TRAILER DE GOTF004S GANHA O CAMPO TRL-DIGEST     *
      *               (FILLER 78 -> 46), COM O DIGEST HMAC-SHA-256     *
      *               (MODULO GOTF1100, CHAVE                          *
      *               'GOTF.HMAC.REMESSA.DEBITO' NO CKDS) DE HEADER,   *
      *               DETALHES E DO PROPRIO TRAILER COM O CAMPO EM     *
      *               BRANCO. O TOTAL DE VALORES (TRL-VLR-TOTAL) SEGUE *
      *               COMO TOTAL DE CONTROLE. FALHA DO MODULO ABENDA   *
      *               COM GOTF9970 SEM TRAILER.                        *
      *    MAR/2028 - HOMI - NA PRIMEIRA REMESSA DO EVENTO (NORMAL OU  *
      *               CONSOLIDADA) GRAVA TAMBEM DT_REMES_ORIGL, QUE AS *
      *               RETENTATIVAS NAO ALTERAM (COALESCE MANTEM A DATA *
      *               JA GRAVADA) - DT_REMES_TARIF CONTINUA COM A DATA *
      *               DA ULTIMA REMESSA. E A BASE DA CONTAGEM DOS DIAS *
      *               DE ATRASO DOS ENCARGOS DE MORA (GOTF1200). O     *
      *               EVENTO 'MORA' ENTRA NA REMESSA COMO QUALQUER     *
      *               TARIFA.                                          *
      *    ABR/2028 - HOMI - AUTORIZACAO DE DEBITO AUTOMATICO: SO E    *
      *               REMETIDO AO SISTEMA DE DEBITO O EVENTO DE CONTA  *
      *               COM AUTORIZACAO VIGENTE NA DATA DA GERACAO EM    *
      *               TAUTZ_DEBTO_CLIEN (CARREGADA PELO GOTF2CAD).     *
      *               EVENTO DE VALOR POSITIVO DE CONTA SEM AUTORIZACAO*
      *               SAI EM BOLETO NO NOVO ARQUIVO GOTF057S           *
      *               (VENCIMENTO, NOSSO NUMERO E CODIGO DE BARRAS     *
      *               FEBRABAN, CEDENTE E PRAZO EM TPARM_EXEC) E EM    *
      *               TBOLETO_TARIF, E E MARCADO REMETIDO SEM NUMERO DE*
      *               REMESSA (O CANCELAMENTO NAO O REVERTE); A        *
      *               LIQUIDACAO VEM PELO RETORNO GOTF2BLR. RETENTATIVA*
      *               DE CONTA QUE PERDEU A AUTORIZACAO SAI EM BOLETO E*
      *               DEIXA A REGUA. CLIENTE DE CICLO SEM AUTORIZACAO  *
      *               VOLTA AO FLUXO DIARIO; PARCELA DE CONTA SEM      *
      *               AUTORIZACAO FICA PENDENTE E E CONTADA.           *
      *    DEZ/2028 - HOMI - PARCELA VENCIDA DE CONTA SEM AUTORIZACAO  *
      *               DE DEBITO NAO FICA MAIS PENDENTE PARA SEMPRE:    *
      *               SAI EM BOLETO (5600-EMITIR-BOLETO, COM O NUMERO  *
      *               DA PARCELA NA NOVA COLUNA NSEQ_PARC DE           *
      *               TBOLETO_TARIF) E E MARCADA REMETIDA ('R') SEM    *
      *               NUMERO DE REMESSA, COMO O EVENTO EM BOLETO - O   *
      *               CANCELAMENTO DA REMESSA DE DEBITO NAO A REVERTE. *
      *               O GOTF2BLR LIQUIDA A PARCELA PELO PAGAMENTO.     *
      *    DEZ/2028 - HOMI - CONTROLE DE INTEGRIDADE DO ARQUIVO DE     *
      *               BOLETOS: O TRAILER DE GOTF057S GANHA O CAMPO     *
      *               TBL-DIGEST (FILLER 135 -> 103), COM O DIGEST     *
      *               HMAC-SHA-256 (CHAVE 'GOTF.HMAC.REMESSA.BOLETO')  *
      *               DE HEADER, DETALHES E DO PROPRIO TRAILER COM O   *
      *               CAMPO EM BRANCO, CALCULADO NA AREA GOTFWBOL      *
      *               (COPIA DO GOTFWINT) PORQUE GOTF004S E GOTF057S   *
      *               SAO GRAVADOS INTERCALADOS. TBL-VLR-TOTAL SEGUE   *
      *               COMO TOTAL DE CONTROLE.                          *
      *================================================================*

      *================================================================*
           SELECT GOTF019S ASSIGN      TO   UT-S-GOTF019S
                      FILE STATUS      IS   WRK-FS-GOTF019S.

           SELECT GOTF057S ASSIGN      TO   UT-S-GOTF057S
                      FILE STATUS      IS   WRK-FS-GOTF057S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF004S - REMESSA DE COBRANCA DE EVENTOS DE TARIFA  *
      *            ORG. SEQUENCIAL     -   LRECL   =  103              *
      *----------------------------------------------------------------*
       FD  GOTF004S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF004S                 PIC  X(103).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF019S - COBRANCA SUSPENSA POR CONTESTACAO ABERTA  *

       01  FD-GOTF019S                 PIC  X(132).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF057S - COBRANCA POR BOLETO (CONTA SEM            *
      *            AUTORIZACAO DE DEBITO AUTOMATICO)                   *
      *            ORG. SEQUENCIAL     -   LRECL   =  160              *
      *----------------------------------------------------------------*
       FD  GOTF057S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF057S                 PIC  X(160).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

       01  WRK-CONTA-MEMO              PIC S9(13)V COMP-3 VALUE -1.
       01  WRK-NOME-MEMO               PIC  X(30) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTROLE DE INTEGRIDADE DE GOTF004S (MODULO GOTF1100): DIGEST  *
      * HMAC DE TODOS OS REGISTROS, LEVADO NO TRAILER COM A CHAVE DE   *
      * REMESSA/RETORNO DE DEBITO COMBINADA COM O BANCO                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1100                PIC  X(08)  VALUE  'GOTF1100'.
       77  WRK-ROTULO-HMAC-DEBITO      PIC  X(64)  VALUE
           'GOTF.HMAC.REMESSA.DEBITO'.

       COPY GOTFWINT.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTROLE DE INTEGRIDADE DE GOTF057S: DIGEST PROPRIO, COM A     *
      * CHAVE DE COBRANCA POR BOLETO COMBINADA COM O BANCO COBRADOR,   *
      * CALCULADO EM AREA SEPARADA PORQUE OS DOIS ARQUIVOS SAO         *
      * GRAVADOS INTERCALADOS                                          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-ROTULO-HMAC-BOLETO      PIC  X(64)  VALUE
           'GOTF.HMAC.REMESSA.BOLETO'.

       COPY GOTFWINT REPLACING LEADING ==GOTFWINT== BY ==GOTFWBOL==.
       01  WRK-NOME-CLIEN              PIC  X(30) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTA A DEBITAR NO DETALHE: PRINCIPAL DO EVENTO OU, NA        *
      * RETENTATIVA, A CONTA ALTERNATIVA APONTADA NA PENDENCIA        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-NCONTA-DEBTO            PIC S9(13)V COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DATA DE DEBITO DOS EVENTOS EM MOEDA ESTRANGEIRA: PROXIMO DIA  *
      * UTIL COMUM AO BRASIL E AO CALENDARIO DO PAIS DA MOEDA          *
       01  WRK-DT-DEBITO-MEMO          PIC  X(10) VALUE SPACES.
       01  WRK-DT-DEBITO               PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * COBRANCA POR BOLETO DA CONTA SEM AUTORIZACAO DE DEBITO        *
      * AUTOMATICO VIGENTE NA DATA DA GERACAO (TAUTZ_DEBTO_CLIEN):    *
      * PARAMETROS DO CEDENTE (TPARM_EXEC), VENCIMENTO, NOSSO NUMERO  *
      * E CODIGO DE BARRAS FEBRABAN DE 44 POSICOES                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-SW-AUTZ-DEBTO           PIC  X(01) VALUE 'S'.
           88  WRK-CONTA-AUTORIZADA                VALUE 'S'.

       01  WRK-PARM-DIAS-VENCTO-BOL    PIC S9(03) COMP-3 VALUE +5.
       01  WRK-PARM-AGENCIA-CEDENTE    PIC  9(04) VALUE ZEROS.
       01  WRK-PARM-CARTEIRA-BOLETO    PIC  9(02) VALUE 09.
       01  WRK-PARM-CONTA-CEDENTE      PIC  9(07) VALUE ZEROS.

       01  WRK-SW-FIM-TPARM            PIC  X(01) VALUE 'N'.
           88  WRK-FIM-TPARM                       VALUE 'S'.
       01  WRK-TPARM-VALOR             PIC  X(40) VALUE SPACES.
       01  FILLER REDEFINES WRK-TPARM-VALOR.
         05  WRK-TPARM-VALOR-9-2       PIC  9(02).
         05  FILLER                    PIC  X(38).
       01  FILLER REDEFINES WRK-TPARM-VALOR.
         05  WRK-TPARM-VALOR-9-3       PIC  9(03).
         05  FILLER                    PIC  X(37).
       01  FILLER REDEFINES WRK-TPARM-VALOR.
         05  WRK-TPARM-VALOR-9-4       PIC  9(04).
         05  FILLER                    PIC  X(36).
       01  FILLER REDEFINES WRK-TPARM-VALOR.
         05  WRK-TPARM-VALOR-9-7       PIC  9(07).
         05  FILLER                    PIC  X(33).

       01  WRK-PROX-NNOSSO-NUMERO      PIC S9(11)V COMP-3 VALUE ZEROS.
       01  WRK-NSEQ-PARC-BOLETO        PIC S9(04) COMP VALUE ZEROS.
       01  WRK-DT-VENCTO-BOL           PIC  X(10) VALUE SPACES.
       01  WRK-FATOR-VENCTO            PIC S9(09) COMP VALUE ZEROS.

       01  WRK-SOMA-DV                 PIC S9(09) COMP VALUE ZEROS.
       01  WRK-PESO-DV                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IND-DV                  PIC S9(04) COMP VALUE ZEROS.
       01  WRK-QUOC-DV                 PIC S9(09) COMP VALUE ZEROS.
       01  WRK-RESTO-DV                PIC S9(04) COMP VALUE ZEROS.
       01  WRK-DV-CALC                 PIC S9(04) COMP VALUE ZEROS.

       01  WRK-CODIGO-BARRAS.
         05  CB-BANCO                  PIC  9(03) VALUE 237.
         05  CB-MOEDA                  PIC  9(01) VALUE 9.
         05  CB-DV-GERAL               PIC  9(01) VALUE ZERO.
         05  CB-FATOR-VENCTO           PIC  9(04) VALUE ZEROS.
         05  CB-VALOR                  PIC  9(08)V9(02) VALUE ZEROS.
         05  CB-AGENCIA                PIC  9(04) VALUE ZEROS.
         05  CB-CARTEIRA               PIC  9(02) VALUE ZEROS.
         05  CB-NOSSO-NUMERO           PIC  9(11) VALUE ZEROS.
         05  CB-CONTA                  PIC  9(07) VALUE ZEROS.
         05  CB-ZERO                   PIC  9(01) VALUE ZERO.
       01  FILLER REDEFINES WRK-CODIGO-BARRAS.
         05  CB-DIGITO                 PIC  9(01) OCCURS 44 TIMES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DIARIO DO CONJUNTO EFETIVO DE PARAMETROS (FRWK3000)            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-FRWK3000                PIC  X(08) VALUE 'FRWK3000'.

       COPY FRWKWPEF.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ANO/MES CORRENTE, PARA SELECIONAR AS PARCELAS VENCIDAS        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
         05  WRK-SUSPENSOS-GOTF019S    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONSOL-GOTF004S       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CICLOS-RETIDOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-BOLETOS-GOTF057S      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-RETENT-BOLETO         PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PARC-SEM-AUTZ         PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-VLR-TOTAL-BOLETOS     PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.
         05  WRK-VLR-TOTAL-REMESSA     PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.


       01  WRK-FS-GOTF004S             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF019S             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF057S             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
         05  HDR-TIPO-REGISTRO         PIC  X(001) VALUE 'H'.
         05  HDR-DATA-GERACAO          PIC  X(010).
         05  HDR-NREMES                PIC  9(009).
         05  FILLER                    PIC  X(083) VALUE SPACES.

       01  WRK-REG-REMESSA.
         05  REM-TIPO-REGISTRO         PIC  X(001) VALUE 'D'.
         05  REM-NOME-CLIEN            PIC  X(030).
         05  REM-DT-DEBITO             PIC  X(010).
         05  FILLER                    PIC  X(004) VALUE SPACES.
         05  REM-NCONTA-DEBTO          PIC  9(013).

       01  WRK-LINHA-SUSPENSO.
         05  SUS-CSIST-ORIGE-TARIF     PIC  X(003).
         05  TRL-TIPO-REGISTRO         PIC  X(001) VALUE 'T'.
         05  TRL-QTD-REGISTROS         PIC  9(009).
         05  TRL-VLR-TOTAL             PIC  9(013)V9(002).
         05  TRL-DIGEST                PIC  X(032).
         05  FILLER                    PIC  X(046) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF057S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-HEADER-BOLETO.
         05  HBL-TIPO-REGISTRO         PIC  X(001) VALUE 'H'.
         05  HBL-DATA-GERACAO          PIC  X(010).
         05  HBL-BANCO                 PIC  9(003) VALUE 237.
         05  HBL-AGENCIA-CEDENTE       PIC  9(004).
         05  HBL-CONTA-CEDENTE         PIC  9(007).
         05  FILLER                    PIC  X(135) VALUE SPACES.

       01  WRK-REG-BOLETO.
         05  BOL-TIPO-REGISTRO         PIC  X(001) VALUE 'D'.
         05  BOL-NNOSSO-NUMERO         PIC  9(011).
         05  BOL-CSIST-ORIGE-TARIF     PIC  X(003).
         05  BOL-NMOVTO-EVNTO-TARIF    PIC  9(013).
         05  BOL-DRECEB-MOVTO-TARIF    PIC  X(010).
         05  BOL-NCONTA-CLIEN          PIC  9(013).
         05  BOL-NOME-CLIEN            PIC  X(030).
         05  BOL-VVALOR-BOLETO         PIC  9(013)V9(002).
         05  BOL-DT-EMISSAO            PIC  X(010).
         05  BOL-DT-VENCTO             PIC  X(010).
         05  BOL-CODIGO-BARRAS         PIC  X(044).

       01  WRK-REG-TRAILER-BOLETO.
         05  TBL-TIPO-REGISTRO         PIC  X(001) VALUE 'T'.
         05  TBL-QTD-REGISTROS         PIC  9(009).
         05  TBL-VLR-TOTAL             PIC  9(013)V9(002).
         05  TBL-DIGEST                PIC  X(032).
         05  FILLER                    PIC  X(103) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
               INCLUDE GOTFB0E7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0H4
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB995
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARAMETROS DE EXECUCAO VIGENTES NA TABELA CENTRAL              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPRM CURSOR FOR
                SELECT CNOME_PARM,
                       DS_VALOR_PARM
                  FROM DB2PRD.TPARM_EXEC
                 WHERE CNOME_PROGRAMA = 'GOTF2REM'
                   AND CHAR(CURRENT DATE, ISO)
                              BETWEEN DT_INI_VIGEN
                                  AND DT_FIM_VIGEN
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CURSOR DOS EVENTOS POSTADOS E AINDA NAO REMETIDOS A COBRANCA, *
      * COM O INDICADOR DE AUTORIZACAO DE DEBITO VIGENTE DA CONTA.    *
      * CLIENTE DE CICLO SEM AUTORIZACAO FICA NO FLUXO DIARIO (VAI    *
      * PARA BOLETO)                                                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR FOR
                       NMOVTO_EVNTO_TARIF,
                       VVALOR_COBR_TARIF,
                       NCONTA_CLIEN,
                       CMOEDA_ORIGL_TARIF,
                       CASE WHEN EXISTS
                            (SELECT 1
                               FROM DB2PRD.TAUTZ_DEBTO_CLIEN A
                              WHERE A.NCONTA_CLIEN   = T.NCONTA_CLIEN
                                AND A.DT_AUTZ_DEBTO <= :WRK-DATA-GERACAO
                                AND (A.DT_REVOG_DEBTO = '0001-01-01'
                                  OR A.DT_REVOG_DEBTO >
                                                    :WRK-DATA-GERACAO))
                            THEN 'S' ELSE 'N'
                       END
                  FROM DB2PRD.TSIT_MOVTO_TARIF T
                 WHERE T.IND_REMES_TARIF = 'N'
                   AND NOT EXISTS
                           AND X.IN_SITUACAO = 'A')
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TCICLO_COBR_TARIF C,
                               DB2PRD.TAUTZ_DEBTO_CLIEN A
                         WHERE C.NCONTA_CLIEN   = T.NCONTA_CLIEN
                           AND A.NCONTA_CLIEN   = C.NCONTA_CLIEN
                           AND A.DT_AUTZ_DEBTO <= :WRK-DATA-GERACAO
                           AND (A.DT_REVOG_DEBTO = '0001-01-01'
                             OR A.DT_REVOG_DEBTO > :WRK-DATA-GERACAO))
                   FOR UPDATE OF IND_REMES_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CURSOR DAS PARCELAS PENDENTES VENCIDAS ATE O MES CORRENTE     *
      * (GERADAS PELO GOTF2PAR), COM A MESMA SUSPENSAO POR            *
      * CONTESTACAO ABERTA DO CURSOR DE EVENTOS E O INDICADOR DE      *
      * AUTORIZACAO DE DEBITO VIGENTE DA CONTA DO EVENTO              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C2 CURSOR FOR
                           AND S.DRECEB_MOVTO_TARIF =
                               P.DRECEB_MOVTO_TARIF
                           AND S.NMOVTO_EVNTO_TARIF =
                               P.NMOVTO_EVNTO_TARIF), 0),
                       CASE WHEN EXISTS
                            (SELECT 1
                               FROM DB2PRD.TSIT_MOVTO_TARIF  S,
                                    DB2PRD.TAUTZ_DEBTO_CLIEN A
                              WHERE S.CSIST_ORIGE_TARIF =
                                    P.CSIST_ORIGE_TARIF
                                AND S.DRECEB_MOVTO_TARIF =
                                    P.DRECEB_MOVTO_TARIF
                                AND S.NMOVTO_EVNTO_TARIF =
                                    P.NMOVTO_EVNTO_TARIF
                                AND A.NCONTA_CLIEN   = S.NCONTA_CLIEN
                                AND A.DT_AUTZ_DEBTO <= :WRK-DATA-GERACAO
                                AND (A.DT_REVOG_DEBTO = '0001-01-01'
                                  OR A.DT_REVOG_DEBTO >
                                                    :WRK-DATA-GERACAO))
                            THEN 'S' ELSE 'N'
                       END
                  FROM DB2PRD.TPARC_EVNTO_TARIF P
                 WHERE P.IN_SITUACAO = 'P'
                   AND P.AAMM_VENCTO <= :WRK-AAMM-ATUAL-NUM
      * 29-31 EM MES CURTO DEBITA NO ULTIMO DIA) E O CICLO SO E       *
      * AVALIADO UMA VEZ POR MES: CLIENTE COM LINHA NAO CANCELADA DE  *
      * TCONS_REMES_TARIF NO MES (CONSOLIDACAO OU RETENCAO 'T') JA    *
      * TEVE O SEU CICLO DECIDIDO E SO VOLTA NO MES SEGUINTE. SO      *
      * CICLO DE CONTA COM AUTORIZACAO DE DEBITO VIGENTE - OS EVENTOS *
      * DAS DEMAIS SEGUEM O CURSOR DIARIO E SAEM EM BOLETO            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C5 CURSOR FOR
                          FROM DB2PRD.TSIT_MOVTO_TARIF T
                         WHERE T.NCONTA_CLIEN    = C.NCONTA_CLIEN
                           AND T.IND_REMES_TARIF = 'N')
                   AND EXISTS
                       (SELECT 1
                          FROM DB2PRD.TAUTZ_DEBTO_CLIEN A
                         WHERE A.NCONTA_CLIEN   = C.NCONTA_CLIEN
                           AND A.DT_AUTZ_DEBTO <= :WRK-DATA-GERACAO
                           AND (A.DT_REVOG_DEBTO = '0001-01-01'
                             OR A.DT_REVOG_DEBTO > :WRK-DATA-GERACAO))
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TCONS_REMES_TARIF R
                       T.NMOVTO_EVNTO_TARIF,
                       T.VVALOR_COBR_TARIF,
                       T.NCONTA_CLIEN,
                       T.CMOEDA_ORIGL_TARIF,
                       D.NCONTA_DEBTO,
                       CASE WHEN EXISTS
                            (SELECT 1
                               FROM DB2PRD.TAUTZ_DEBTO_CLIEN A
                              WHERE A.NCONTA_CLIEN   = T.NCONTA_CLIEN
                                AND A.DT_AUTZ_DEBTO <= :WRK-DATA-GERACAO
                                AND (A.DT_REVOG_DEBTO = '0001-01-01'
                                  OR A.DT_REVOG_DEBTO >
                                                    :WRK-DATA-GERACAO))
                            THEN 'S' ELSE 'N'
                       END
                  FROM DB2PRD.TSIT_MOVTO_TARIF  T,
                       DB2PRD.TPEND_COBR_TARIF  D
                 WHERE D.CSIST_ORIGE_TARIF  = T.CSIST_ORIGE_TARIF
      *----------------------------------------------------------------*
      *    ABRE A GERACAO DA REMESSA: ALOCA O NUMERO SEQUENCIAL EM
      *    TCTRL_REMES_TARIF, GRAVA O HEADER COM O NUMERO E ABRE O
      *    CURSOR DOS EVENTOS ELEGIVEIS. PREPARA TAMBEM O ARQUIVO DE
      *    BOLETOS GOTF057S DA MESMA GERACAO.
      *----------------------------------------------------------------*
       1900-ABRIR-GERACAO              SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT  GOTF004S.
           OPEN OUTPUT  GOTF019S.
           OPEN OUTPUT  GOTF057S.

           PERFORM 1100-TESTAR-FS-GOTF004S.
           PERFORM 1150-TESTAR-FS-GOTF019S.
           PERFORM 1160-TESTAR-FS-GOTF057S.

           PERFORM 1910-PREPARAR-BOLETOS.

           EXEC SQL
                SELECT COALESCE(MAX(NREMES), 0) + 1
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           INITIALIZE GOTFWINT.
           MOVE WRK-ROTULO-HMAC-DEBITO  TO      GOTFWINT-ROTULO-CHAVE.
           SET  GOTFWINT-INICIAR        TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

           MOVE WRK-DATA-GERACAO        TO      HDR-DATA-GERACAO.
           MOVE WRK-NREMES              TO      HDR-NREMES.
           MOVE WRK-REG-HEADER-REMESSA  TO      FD-GOTF004S.
           WRITE FD-GOTF004S.
           PERFORM 1100-TESTAR-FS-GOTF004S.
           PERFORM 5990-INTEGRAR-GOTF004S.

           EXEC SQL
                OPEN C1
       1900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PREPARA A COBRANCA POR BOLETO DA GERACAO: PARAMETROS DO
      *    CEDENTE EM TPARM_EXEC (AGENCIA E CONTA OBRIGATORIAS), DATA
      *    DE VENCIMENTO E FATOR DE VENCIMENTO FEBRABAN (DIAS DESDE
      *    07/10/1997, REINICIANDO EM 1000 APOS 9999), PROXIMO NOSSO
      *    NUMERO DE TBOLETO_TARIF E HEADER DE GOTF057S.
      *----------------------------------------------------------------*
       1910-PREPARAR-BOLETOS           SECTION.
      *----------------------------------------------------------------*

           MOVE '1910-PREPARAR-BOLETOS' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1920-CARREGAR-TPARM.

           IF WRK-PARM-AGENCIA-CEDENTE  EQUAL   ZEROS
              OR WRK-PARM-CONTA-CEDENTE EQUAL   ZEROS
              MOVE 'GOTF9997'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'AGENCIA/CONTA CEDENTE DO BOLETO AUSENTE EM TPARM_EXEC'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           EXEC SQL
                SELECT CHAR(DATE(:WRK-DATA-GERACAO)
                            + :WRK-PARM-DIAS-VENCTO-BOL DAYS, ISO),
                       DAYS(DATE(:WRK-DATA-GERACAO)
                            + :WRK-PARM-DIAS-VENCTO-BOL DAYS)
                       - DAYS(DATE('1997-10-07'))
                  INTO :WRK-DT-VENCTO-BOL,
                       :WRK-FATOR-VENCTO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0130'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1915-AJUSTAR-FATOR-VENCTO
             UNTIL WRK-FATOR-VENCTO NOT GREATER 9999.

           EXEC SQL
                SELECT COALESCE(MAX(NNOSSO_NUMERO), 0) + 1
                  INTO :WRK-PROX-NNOSSO-NUMERO
                  FROM DB2PRD.TBOLETO_TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TBOLETO_TARIF'      TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0131'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE WRK-FATOR-VENCTO        TO      CB-FATOR-VENCTO.
           MOVE WRK-PARM-AGENCIA-CEDENTE TO     CB-AGENCIA
                                                HBL-AGENCIA-CEDENTE.
           MOVE WRK-PARM-CARTEIRA-BOLETO TO     CB-CARTEIRA.
           MOVE WRK-PARM-CONTA-CEDENTE  TO      CB-CONTA
                                                HBL-CONTA-CEDENTE.

           INITIALIZE GOTFWBOL.
           MOVE WRK-ROTULO-HMAC-BOLETO  TO      GOTFWBOL-ROTULO-CHAVE.
           SET  GOTFWBOL-INICIAR        TO      TRUE.
           PERFORM 5996-CHAMAR-GOTF1100-BOLETO.

           MOVE WRK-DATA-GERACAO        TO      HBL-DATA-GERACAO.
           MOVE WRK-REG-HEADER-BOLETO   TO      FD-GOTF057S.
           WRITE FD-GOTF057S.
           PERFORM 1160-TESTAR-FS-GOTF057S.
           PERFORM 5991-INTEGRAR-GOTF057S.

      *----------------------------------------------------------------*
       1910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1915-AJUSTAR-FATOR-VENCTO       SECTION.
      *----------------------------------------------------------------*

           MOVE '1915-AJUSTAR-FATOR-VENCTO' TO  FRWKGHEA-IDEN-PARAGRAFO.

           SUBTRACT 9000                FROM    WRK-FATOR-VENCTO.

      *----------------------------------------------------------------*
       1915-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CARREGA OS PARAMETROS DO BOLETO (DIAS-VENCTO-BOL, AGENCIA-     *
      * CEDENTE, CARTEIRA-BOLETO E CONTA-CEDENTE) DA TABELA CENTRAL    *
      * TPARM_EXEC; SEM LINHA VIGENTE VALEM OS PADROES DA WORKING      *
      *----------------------------------------------------------------*
       1920-CARREGAR-TPARM             SECTION.
      *----------------------------------------------------------------*

           MOVE '1920-CARREGAR-TPARM'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKWPEF.

           MOVE 'N'                     TO      WRK-SW-FIM-TPARM.

           EXEC SQL
                OPEN CPRM
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARM_EXEC'         TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0132'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1925-FETCH-TPARM.

           PERFORM 1930-APLICAR-TPARM
             UNTIL WRK-FIM-TPARM.

           EXEC SQL
                CLOSE CPRM
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARM_EXEC'         TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0133'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1920-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1925-FETCH-TPARM                SECTION.
      *----------------------------------------------------------------*

           MOVE '1925-FETCH-TPARM'      TO      FRWKGHEA-IDEN-PARAGRAFO.

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
                 MOVE '0134'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       1925-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * APLICA O PARAMETRO LIDO E O FOTOGRAFA EM TPARM_EXEC_EFETIVO    *
      * (FRWK3000)                                                     *
      *----------------------------------------------------------------*
       1930-APLICAR-TPARM              SECTION.
      *----------------------------------------------------------------*

           MOVE '1930-APLICAR-TPARM'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE DS-VALOR-PARM OF FRWKB995
                                        TO      WRK-TPARM-VALOR.

           EVALUATE CNOME-PARM OF FRWKB995
              WHEN 'DIAS-VENCTO-BOL'
                 IF WRK-TPARM-VALOR-9-3 IS NUMERIC
                    AND WRK-TPARM-VALOR-9-3 IS GREATER THAN ZEROS
                    MOVE WRK-TPARM-VALOR-9-3
                                        TO      WRK-PARM-DIAS-VENCTO-BOL
                 END-IF
              WHEN 'AGENCIA-CEDENTE'
                 IF WRK-TPARM-VALOR-9-4 IS NUMERIC
                    MOVE WRK-TPARM-VALOR-9-4
                                        TO      WRK-PARM-AGENCIA-CEDENTE
                 END-IF
              WHEN 'CARTEIRA-BOLETO'
                 IF WRK-TPARM-VALOR-9-2 IS NUMERIC
                    MOVE WRK-TPARM-VALOR-9-2
                                        TO      WRK-PARM-CARTEIRA-BOLETO
                 END-IF
              WHEN 'CONTA-CEDENTE'
                 IF WRK-TPARM-VALOR-9-7 IS NUMERIC
                    MOVE WRK-TPARM-VALOR-9-7
                                        TO      WRK-PARM-CONTA-CEDENTE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE CNOME-PARM OF FRWKB995  TO      FRWKWPEF-NOME-PARM.
           MOVE DS-VALOR-PARM OF FRWKB995
                                        TO      FRWKWPEF-VALOR.
           SET FRWKWPEF-ORIGEM-TABELA   TO      TRUE.
           MOVE 'GOTF2REM'              TO      FRWKWPEF-PROGRAMA.

           CALL WRK-FRWK3000            USING   FRWKWPEF.

           PERFORM 1925-FETCH-TPARM.

      *----------------------------------------------------------------*
       1930-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF004S         SECTION.
      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1160-TESTAR-FS-GOTF057S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1160-TESTAR-FS-GOTF057S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF057S       NOT EQUAL   '00'
              MOVE 'GOTF057S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF057S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*
                      :GOTFB0B7.NMOVTO-EVNTO-TARIF,
                      :GOTFB0B7.VVALOR-COBR-TARIF,
                      :GOTFB0B7.NCONTA-CLIEN,
                      :GOTFB0B7.CMOEDA-ORIGL-TARIF,
                      :WRK-SW-AUTZ-DEBTO
           END-EXEC.

           EVALUATE TRUE
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * EVENTO DE CONTA SEM AUTORIZACAO DE DEBITO VIGENTE SAI EM       *
      * BOLETO (GOTF057S/TBOLETO_TARIF) EM VEZ DA REMESSA DE DEBITO;   *
      * VALOR NAO POSITIVO NAO E DEBITO E SEGUE NA REMESSA             *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-CLIEN OF GOTFB0B7 TO     WRK-NCONTA-DEBTO.

           IF  NOT WRK-CONTA-AUTORIZADA
           AND VVALOR-COBR-TARIF OF GOTFB0B7 GREATER ZEROS
              MOVE ZEROS                TO      WRK-NSEQ-PARC-BOLETO
              PERFORM 5600-EMITIR-BOLETO
              PERFORM 6050-MARCAR-BOLETO
              PERFORM 2100-LER-CURSOR
              GO TO 3000-99-FIM
           END-IF.

           PERFORM 5000-GRAVAR-REMESSA.

           PERFORM 6000-MARCAR-REMETIDO.
           PERFORM 5950-RESOLVER-DT-DEBITO.
           MOVE WRK-DT-DEBITO           TO      REM-DT-DEBITO.

           MOVE WRK-NCONTA-DEBTO        TO      REM-NCONTA-DEBTO.

           MOVE WRK-REG-REMESSA         TO      FD-GOTF004S.

           WRITE FD-GOTF004S.

           PERFORM 1100-TESTAR-FS-GOTF004S.
           PERFORM 5990-INTEGRAR-GOTF004S.

           ADD 1                        TO      WRK-REMETIDOS-GOTF004S.
           ADD VVALOR-COBR-TARIF      OF GOTFB0B7
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EMITE O BOLETO DO EVENTO CORRENTE (GOTFB0B7): CODIGO DE
      *    BARRAS FEBRABAN (BANCO, MOEDA, DV GERAL, FATOR DE
      *    VENCIMENTO, VALOR E CAMPO LIVRE AGENCIA/CARTEIRA/NOSSO
      *    NUMERO/CONTA DO CEDENTE), DETALHE EM GOTF057S E LINHA EM
      *    TBOLETO_TARIF NA SITUACAO 'E' (EMITIDO), LIQUIDADA PELO
      *    RETORNO DE PAGAMENTO GOTF2BLR.
      *----------------------------------------------------------------*
       5600-EMITIR-BOLETO              SECTION.
      *----------------------------------------------------------------*

           MOVE '5600-EMITIR-BOLETO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-PROX-NNOSSO-NUMERO  TO      CB-NOSSO-NUMERO.
           MOVE VVALOR-COBR-TARIF     OF GOTFB0B7
                                        TO      CB-VALOR.
           MOVE ZERO                    TO      CB-DV-GERAL.

           PERFORM 5650-CALCULAR-DV-BARRAS.

           MOVE WRK-DV-CALC             TO      CB-DV-GERAL.

           PERFORM 5900-BUSCAR-NOME-TITULAR.

           MOVE WRK-PROX-NNOSSO-NUMERO  TO      BOL-NNOSSO-NUMERO.
           MOVE CSIST-ORIGE-TARIF     OF GOTFB0B7
                                        TO      BOL-CSIST-ORIGE-TARIF.
           MOVE NMOVTO-EVNTO-TARIF    OF GOTFB0B7
                                        TO      BOL-NMOVTO-EVNTO-TARIF.
           MOVE DRECEB-MOVTO-TARIF    OF GOTFB0B7
                                        TO      BOL-DRECEB-MOVTO-TARIF.
           MOVE NCONTA-CLIEN          OF GOTFB0B7
                                        TO      BOL-NCONTA-CLIEN.
           MOVE WRK-NOME-CLIEN          TO      BOL-NOME-CLIEN.
           MOVE VVALOR-COBR-TARIF     OF GOTFB0B7
                                        TO      BOL-VVALOR-BOLETO.
           MOVE WRK-DATA-GERACAO        TO      BOL-DT-EMISSAO.
           MOVE WRK-DT-VENCTO-BOL       TO      BOL-DT-VENCTO.
           MOVE WRK-CODIGO-BARRAS       TO      BOL-CODIGO-BARRAS.

           MOVE WRK-REG-BOLETO          TO      FD-GOTF057S.
           WRITE FD-GOTF057S.
           PERFORM 1160-TESTAR-FS-GOTF057S.
           PERFORM 5991-INTEGRAR-GOTF057S.

           MOVE WRK-PROX-NNOSSO-NUMERO  TO      NNOSSO-NUMERO
                                                OF GOTFB0H4.
           MOVE CSIST-ORIGE-TARIF     OF GOTFB0B7
                                        TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0H4.
           MOVE DRECEB-MOVTO-TARIF    OF GOTFB0B7
                                        TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0H4.
           MOVE NMOVTO-EVNTO-TARIF    OF GOTFB0B7
                                        TO      NMOVTO-EVNTO-TARIF
                                                OF GOTFB0H4.
           MOVE NCONTA-CLIEN          OF GOTFB0B7
                                        TO      NCONTA-CLIEN
                                                OF GOTFB0H4.
           MOVE VVALOR-COBR-TARIF     OF GOTFB0B7
                                        TO      VVALOR-BOLETO
                                                OF GOTFB0H4.
           MOVE WRK-DATA-GERACAO        TO      DT-EMISSAO OF GOTFB0H4.
           MOVE WRK-DT-VENCTO-BOL       TO      DT-VENCTO OF GOTFB0H4.
           MOVE WRK-CODIGO-BARRAS       TO      CCODIGO-BARRAS
                                                OF GOTFB0H4.
           SET BOLETO-EMITIDO           TO      TRUE.
           MOVE '0001-01-01'            TO      DT-PAGTO OF GOTFB0H4.
           MOVE ZEROS                   TO      VVALOR-PAGO OF GOTFB0H4.
           MOVE WRK-NSEQ-PARC-BOLETO    TO      NSEQ-PARC OF GOTFB0H4.

           EXEC SQL
                INSERT INTO DB2PRD.TBOLETO_TARIF
                      (NNOSSO_NUMERO      ,
                       CSIST_ORIGE_TARIF  ,
                       DRECEB_MOVTO_TARIF ,
                       NMOVTO_EVNTO_TARIF ,
                       NCONTA_CLIEN       ,
                       VVALOR_BOLETO      ,
                       DT_EMISSAO         ,
                       DT_VENCTO          ,
                       CCODIGO_BARRAS     ,
                       CSIT_BOLETO        ,
                       DT_PAGTO           ,
                       VVALOR_PAGO        ,
                       NSEQ_PARC)
                  VALUES
                      (:GOTFB0H4.NNOSSO-NUMERO      ,
                       :GOTFB0H4.CSIST-ORIGE-TARIF  ,
                       :GOTFB0H4.DRECEB-MOVTO-TARIF ,
                       :GOTFB0H4.NMOVTO-EVNTO-TARIF ,
                       :GOTFB0H4.NCONTA-CLIEN       ,
                       :GOTFB0H4.VVALOR-BOLETO      ,
                       :GOTFB0H4.DT-EMISSAO         ,
                       :GOTFB0H4.DT-VENCTO          ,
                       :GOTFB0H4.CCODIGO-BARRAS     ,
                       :GOTFB0H4.CSIT-BOLETO        ,
                       :GOTFB0H4.DT-PAGTO           ,
                       :GOTFB0H4.VVALOR-PAGO        ,
                       :GOTFB0H4.NSEQ-PARC)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TBOLETO_TARIF'      TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0135'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-BOLETOS-GOTF057S
                                                WRK-PROX-NNOSSO-NUMERO.
           ADD VVALOR-COBR-TARIF      OF GOTFB0B7
                                        TO      WRK-VLR-TOTAL-BOLETOS.

      *----------------------------------------------------------------*
       5600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DIGITO VERIFICADOR GERAL DO CODIGO DE BARRAS (POSICAO 5):
      *    MODULO 11 SOBRE AS DEMAIS 43 POSICOES, PESOS 2 A 9 DA
      *    DIREITA PARA A ESQUERDA; RESULTADO 0, 10 OU 11 VIRA 1.
      *----------------------------------------------------------------*
       5650-CALCULAR-DV-BARRAS         SECTION.
      *----------------------------------------------------------------*

           MOVE '5650-CALCULAR-DV-BARRAS' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-SOMA-DV.
           MOVE 2                       TO      WRK-PESO-DV.

           PERFORM 5655-SOMAR-DIGITO-DV
             VARYING WRK-IND-DV FROM 44 BY -1
               UNTIL WRK-IND-DV LESS 1.

           DIVIDE WRK-SOMA-DV           BY      11
                                        GIVING  WRK-QUOC-DV
                                        REMAINDER WRK-RESTO-DV.

           COMPUTE WRK-DV-CALC = 11 - WRK-RESTO-DV.

           IF WRK-DV-CALC               EQUAL   ZEROS
              OR WRK-DV-CALC            GREATER 9
              MOVE 1                    TO      WRK-DV-CALC
           END-IF.

      *----------------------------------------------------------------*
       5650-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5655-SOMAR-DIGITO-DV            SECTION.
      *----------------------------------------------------------------*

           MOVE '5655-SOMAR-DIGITO-DV'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-IND-DV                EQUAL   5
              GO TO 5655-99-FIM
           END-IF.

           COMPUTE WRK-SOMA-DV = WRK-SOMA-DV
                               + CB-DIGITO (WRK-IND-DV) * WRK-PESO-DV.

           ADD 1                        TO      WRK-PESO-DV.

           IF WRK-PESO-DV               GREATER 9
              MOVE 2                    TO      WRK-PESO-DV
           END-IF.

      *----------------------------------------------------------------*
       5655-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    NOME CADASTRAL DO TITULAR DA CONTA CORRENTE DO EVENTO
      *    (GOTFB0B7.NCONTA-CLIEN), RESOLVIDO PELO MODULO GOTF1000
       5950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULA NO DIGEST DE INTEGRIDADE O REGISTRO RECEM-GRAVADO
      *    EM GOTF004S
      *----------------------------------------------------------------*
       5990-INTEGRAR-GOTF004S          SECTION.
      *----------------------------------------------------------------*

           MOVE '5990-INTEGRAR-GOTF004S' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FD-GOTF004S             TO      GOTFWINT-REGISTRO.
           MOVE LENGTH OF FD-GOTF004S   TO      GOTFWINT-TAM-REGISTRO.
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
      *    ACUMULA NO DIGEST DE INTEGRIDADE DE GOTF057S O REGISTRO
      *    RECEM-GRAVADO NO ARQUIVO DE BOLETOS
      *----------------------------------------------------------------*
       5991-INTEGRAR-GOTF057S          SECTION.
      *----------------------------------------------------------------*

           MOVE '5991-INTEGRAR-GOTF057S' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FD-GOTF057S             TO      GOTFWBOL-REGISTRO.
           MOVE LENGTH OF FD-GOTF057S   TO      GOTFWBOL-TAM-REGISTRO.
           SET  GOTFWBOL-ACUMULAR       TO      TRUE.
           PERFORM 5996-CHAMAR-GOTF1100-BOLETO.

      *----------------------------------------------------------------*
       5991-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5996-CHAMAR-GOTF1100-BOLETO     SECTION.
      *----------------------------------------------------------------*

           MOVE '5996-CHAMAR-GOTF1100-BOLETO' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           CALL WRK-GOTF1100            USING   GOTFWBOL.

           IF NOT GOTFWBOL-OK
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE SPACES               TO      FRWKGLIV-PARAMETROS
              STRING 'ERRO NO CONTROLE DE INTEGRIDADE GOTF1100 RC '
                                        DELIMITED BY SIZE
                     GOTFWBOL-COD-RETORNO
                                        DELIMITED BY SIZE
                     ' ICSF '           DELIMITED BY SIZE
                     GOTFWBOL-ICSF-RETORNO
                                        DELIMITED BY SIZE
                     '/'                DELIMITED BY SIZE
                     GOTFWBOL-ICSF-MOTIVO
                                        DELIMITED BY SIZE
                INTO FRWKGLIV-PARAMETROS
              END-STRING
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       5996-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MARCA O EVENTO COMO REMETIDO NA PROPRIA LINHA DO CURSOR, PARA *
      * QUE NUNCA ENTRE EM UMA SEGUNDA REMESSA                         *
                UPDATE DB2PRD.TSIT_MOVTO_TARIF
                   SET IND_REMES_TARIF  = 'S',
                       DT_REMES_TARIF   = :WRK-DATA-GERACAO,
                       DT_REMES_ORIGL   = COALESCE(DT_REMES_ORIGL,
                                              :WRK-DATA-GERACAO),
                       CSIT_EVNTO_TARIF = 'R',
                       NREMES_TARIF     = :WRK-NREMES,
                       NCONTA_DEBTO     = :WRK-NCONTA-DEBTO
                 WHERE CURRENT OF C1
           END-EXEC.

       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MARCA O EVENTO COBRADO POR BOLETO: REMETIDO ('S'/'R') COMO NA *
      * REMESSA DE DEBITO, MAS SEM NUMERO DE REMESSA (NREMES_TARIF    *
      * ZEROS) - O CANCELAMENTO DA REMESSA DE DEBITO NAO O REVERTE    *
      *----------------------------------------------------------------*
       6050-MARCAR-BOLETO              SECTION.
      *----------------------------------------------------------------*

           MOVE '6050-MARCAR-BOLETO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TSIT_MOVTO_TARIF
                   SET IND_REMES_TARIF  = 'S',
                       DT_REMES_TARIF   = :WRK-DATA-GERACAO,
                       DT_REMES_ORIGL   = COALESCE(DT_REMES_ORIGL,
                                              :WRK-DATA-GERACAO),
                       CSIT_EVNTO_TARIF = 'R',
                       NREMES_TARIF     = 0,
                       NCONTA_DEBTO     = :WRK-NCONTA-DEBTO
                 WHERE CURRENT OF C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0136'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       6050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1500-INICIAR-PARCELAS           SECTION.
      *----------------------------------------------------------------*
                      :GOTFB0D1.NMOVTO-EVNTO-TARIF,
                      :GOTFB0D1.NSEQ-PARC,
                      :GOTFB0D1.VVALOR-PARC,
                      :GOTFB0B7.NCONTA-CLIEN,
                      :WRK-SW-AUTZ-DEBTO
           END-EXEC.

           EVALUATE TRUE
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PARCELA DE CONTA SEM AUTORIZACAO DE DEBITO VIGENTE SAI EM      *
      * BOLETO, COMO O EVENTO INTEIRO: A PARCELA ASSUME O LUGAR DO     *
      * EVENTO EM GOTFB0B7 (CHAVE E VALOR) E O NUMERO DELA VAI PARA    *
      * TBOLETO_TARIF, DE ONDE O GOTF2BLR A LIQUIDA                    *
      *----------------------------------------------------------------*
       3500-PROCESSAR-PARCELA          SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-PROCESSAR-PARCELA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT WRK-CONTA-AUTORIZADA
              MOVE CSIST-ORIGE-TARIF  OF GOTFB0D1
                                        TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0B7
              MOVE DRECEB-MOVTO-TARIF OF GOTFB0D1
                                        TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0B7
              MOVE NMOVTO-EVNTO-TARIF OF GOTFB0D1
                                        TO      NMOVTO-EVNTO-TARIF
                                                OF GOTFB0B7
              MOVE VVALOR-PARC        OF GOTFB0D1
                                        TO      VVALOR-COBR-TARIF
                                                OF GOTFB0B7
              MOVE NSEQ-PARC          OF GOTFB0D1
                                        TO      WRK-NSEQ-PARC-BOLETO
              PERFORM 5600-EMITIR-BOLETO
              PERFORM 6550-MARCAR-PARCELA-BOLETO
              ADD 1                     TO      WRK-PARC-SEM-AUTZ
              PERFORM 2150-LER-PARCELA
              GO TO 3500-99-FIM
           END-IF.

           PERFORM 5500-GRAVAR-REMESSA-PARCELA.

           PERFORM 6500-MARCAR-PARCELA-REMETIDA.

           PERFORM 5900-BUSCAR-NOME-TITULAR.
           MOVE WRK-NOME-CLIEN          TO      REM-NOME-CLIEN.
           MOVE NCONTA-CLIEN OF GOTFB0B7 TO     REM-NCONTA-DEBTO.

           MOVE WRK-REG-REMESSA         TO      FD-GOTF004S.

           WRITE FD-GOTF004S.

           PERFORM 1100-TESTAR-FS-GOTF004S.
           PERFORM 5990-INTEGRAR-GOTF004S.

           ADD 1                        TO      WRK-REMETIDOS-GOTF004S.
           ADD 1                        TO      WRK-PARCELAS-GOTF004S.
       6500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MARCA A PARCELA COBRADA POR BOLETO: REMETIDA ('R') COMO NA     *
      * REMESSA DE DEBITO, MAS SEM NUMERO DE REMESSA (NREMES_PARC      *
      * ZEROS) - O CANCELAMENTO DA REMESSA DE DEBITO NAO A REVERTE     *
      *----------------------------------------------------------------*
       6550-MARCAR-PARCELA-BOLETO      SECTION.
      *----------------------------------------------------------------*

           MOVE '6550-MARCAR-PARCELA-BOLETO' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TPARC_EVNTO_TARIF
                   SET IN_SITUACAO = 'R',
                       NREMES_PARC = 0
                 WHERE CURRENT OF C2
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0139'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       6550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1600-INICIAR-RETENTATIVAS       SECTION.
      *----------------------------------------------------------------*
                      :GOTFB0B7.NMOVTO-EVNTO-TARIF,
                      :GOTFB0B7.VVALOR-COBR-TARIF,
                      :GOTFB0B7.NCONTA-CLIEN,
                      :GOTFB0B7.CMOEDA-ORIGL-TARIF,
                      :GOTFB0D2.NCONTA-DEBTO,
                      :WRK-SW-AUTZ-DEBTO
           END-EXEC.

           EVALUATE TRUE
      *----------------------------------------------------------------*
      * REMETE DE NOVO O EVENTO PENDENTE DE COBRANCA (MESMO REGISTRO  *
      * DE DETALHE DO EVENTO INTEIRO) E MARCA A PENDENCIA COMO        *
      * REREMETIDA, PARA O PROXIMO RETORNO DECIDIR O DESTINO. A       *
      * CONTA A DEBITAR E A DA PENDENCIA (ALTERNATIVA) QUANDO          *
      * INFORMADA; ZEROS = CONTA PRINCIPAL DO EVENTO. AUTORIZACAO DE  *
      * DEBITO REVOGADA DESDE A ULTIMA REMESSA: O EVENTO SAI EM       *
      * BOLETO E A PENDENCIA SAI DA REGUA                             *
      *----------------------------------------------------------------*
       3600-PROCESSAR-RETENTATIVA      SECTION.
      *----------------------------------------------------------------*
           MOVE '3600-PROCESSAR-RETENTATIVA' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           IF NCONTA-DEBTO OF GOTFB0D2  EQUAL   ZEROS
              MOVE NCONTA-CLIEN OF GOTFB0B7 TO  WRK-NCONTA-DEBTO
           ELSE
              MOVE NCONTA-DEBTO OF GOTFB0D2 TO  WRK-NCONTA-DEBTO
           END-IF.

           IF  NOT WRK-CONTA-AUTORIZADA
           AND VVALOR-COBR-TARIF OF GOTFB0B7 GREATER ZEROS
              MOVE NCONTA-CLIEN OF GOTFB0B7 TO  WRK-NCONTA-DEBTO
              MOVE ZEROS                TO      WRK-NSEQ-PARC-BOLETO
              PERFORM 5600-EMITIR-BOLETO
              PERFORM 6650-BAIXAR-RETENT-BOLETO
              ADD 1                     TO      WRK-RETENT-BOLETO
              PERFORM 2160-LER-RETENTATIVA
              GO TO 3600-99-FIM
           END-IF.

           PERFORM 5000-GRAVAR-REMESSA.

           ADD 1                        TO      WRK-RETENT-GOTF004S.
                UPDATE DB2PRD.TSIT_MOVTO_TARIF
                   SET DT_REMES_TARIF   = :WRK-DATA-GERACAO,
                       CSIT_EVNTO_TARIF = 'R',
                       NREMES_TARIF     = :WRK-NREMES,
                       NCONTA_DEBTO     = :WRK-NCONTA-DEBTO
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
       6600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * RETENTATIVA COBRADA POR BOLETO: A PENDENCIA DEIXA A REGUA      *
      * (EXCLUIDA DE TPEND_COBR_TARIF) E O EVENTO VOLTA A REMETIDO,    *
      * SEM NUMERO DE REMESSA DE DEBITO                                *
      *----------------------------------------------------------------*
       6650-BAIXAR-RETENT-BOLETO       SECTION.
      *----------------------------------------------------------------*

           MOVE '6650-BAIXAR-RETENT-BOLETO' TO  FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                DELETE FROM DB2PRD.TPEND_COBR_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                   AND IN_SITUACAO        = 'P'
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_COBR_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0137'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                UPDATE DB2PRD.TSIT_MOVTO_TARIF
                   SET DT_REMES_TARIF   = :WRK-DATA-GERACAO,
                       CSIT_EVNTO_TARIF = 'R',
                       NREMES_TARIF     = 0,
                       NCONTA_DEBTO     = :WRK-NCONTA-DEBTO
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0138'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       6650-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1800-INICIAR-CICLOS             SECTION.
      *----------------------------------------------------------------*
                                                OF GOTFB0B7.
           PERFORM 5900-BUSCAR-NOME-TITULAR.
           MOVE WRK-NOME-CLIEN          TO      REM-NOME-CLIEN.
           MOVE NCONTA-CLIEN OF GOTFB0E2 TO     REM-NCONTA-DEBTO.

           MOVE WRK-REG-REMESSA         TO      FD-GOTF004S.

           WRITE FD-GOTF004S.

           PERFORM 1100-TESTAR-FS-GOTF004S.
           PERFORM 5990-INTEGRAR-GOTF004S.

           ADD 1                        TO      WRK-REMETIDOS-GOTF004S
                                                WRK-CONSOL-GOTF004S.
                UPDATE DB2PRD.TSIT_MOVTO_TARIF T
                   SET IND_REMES_TARIF  = 'S',
                       DT_REMES_TARIF   = :WRK-DATA-GERACAO,
                       DT_REMES_ORIGL   = COALESCE(DT_REMES_ORIGL,
                                              :WRK-DATA-GERACAO),
                       CSIT_EVNTO_TARIF = 'R',
                       NCONSOL_REMES    = :WRK-PROX-NCONSOL,
                       NREMES_TARIF     = :WRK-NREMES,
                       NCONTA_DEBTO     = :GOTFB0E2.NCONTA-CLIEN
                 WHERE T.NCONTA_CLIEN    = :GOTFB0E2.NCONTA-CLIEN
                   AND T.IND_REMES_TARIF = 'N'
                   AND NOT EXISTS
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * O DIGEST COBRE HEADER, DETALHES E O PROPRIO TRAILER COM O     *
      * CAMPO DO DIGEST EM BRANCO - O BANCO CONFERE DO MESMO JEITO    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           MOVE WRK-REMETIDOS-GOTF004S  TO      TRL-QTD-REGISTROS.
           MOVE WRK-VLR-TOTAL-REMESSA   TO      TRL-VLR-TOTAL.
           MOVE SPACES                  TO      TRL-DIGEST.
           MOVE WRK-REG-TRAILER-REMESSA TO      FD-GOTF004S.
           PERFORM 5990-INTEGRAR-GOTF004S.
           SET  GOTFWINT-FINALIZAR      TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.
           MOVE GOTFWINT-DIGEST         TO      TRL-DIGEST.
           MOVE WRK-REG-TRAILER-REMESSA TO      FD-GOTF004S.
           WRITE FD-GOTF004S.
           PERFORM 1100-TESTAR-FS-GOTF004S.
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TRAILER DO ARQUIVO DE BOLETOS, COM O DIGEST CALCULADO COMO NO *
      * TRAILER DE GOTF004S                                           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           MOVE WRK-BOLETOS-GOTF057S    TO      TBL-QTD-REGISTROS.
           MOVE WRK-VLR-TOTAL-BOLETOS   TO      TBL-VLR-TOTAL.
           MOVE SPACES                  TO      TBL-DIGEST.
           MOVE WRK-REG-TRAILER-BOLETO  TO      FD-GOTF057S.
           PERFORM 5991-INTEGRAR-GOTF057S.
           SET  GOTFWBOL-FINALIZAR      TO      TRUE.
           PERFORM 5996-CHAMAR-GOTF1100-BOLETO.
           MOVE GOTFWBOL-DIGEST         TO      TBL-DIGEST.
           MOVE WRK-REG-TRAILER-BOLETO  TO      FD-GOTF057S.
           WRITE FD-GOTF057S.
           PERFORM 1160-TESTAR-FS-GOTF057S.

           DISPLAY '*********** GOTF2REM ***********'
           DISPLAY '*                              *'
           DISPLAY '*    REMESSA DE COBRANCA       *'
           DISPLAY '* DEBITOS CONSOLID. : ' WRK-CONSOL-GOTF004S
           DISPLAY '* CICLOS RETIDOS    : ' WRK-CICLOS-RETIDOS
           DISPLAY '* VALOR TOTAL       : ' WRK-VLR-TOTAL-REMESSA
           DISPLAY '* BOLETOS EMITIDOS  : ' WRK-BOLETOS-GOTF057S
           DISPLAY '* RETENT. EM BOLETO : ' WRK-RETENT-BOLETO
           DISPLAY '* VALOR BOLETOS     : ' WRK-VLR-TOTAL-BOLETOS
           DISPLAY '* PARC. EM BOLETO   : ' WRK-PARC-SEM-AUTZ
           DISPLAY '*********** GOTF2REM ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF004S.
           CLOSE GOTF019S.
           CLOSE GOTF057S.

           PERFORM 1100-TESTAR-FS-GOTF004S.
           PERFORM 1150-TESTAR-FS-GOTF019S.
           PERFORM 1160-TESTAR-FS-GOTF057S.

           STOP RUN.

