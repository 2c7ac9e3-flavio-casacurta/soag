      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2PUB.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2PUB                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  ABRIL/2028                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF054S          O              WRK-REG-PUB-*  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *    FRWKWPEF - BOOK DE COMUNICACAO COM O FRWK3000               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TREGRA_EVNTO_TARIF        GOTFB0B1       *
      *                DB2PRD.TFAIXA_REGRA_TARIF        GOTFB0D9       *
      *                DB2PRD.TSERV_REGUL_TARIF         GOTFB0F5       *
      *                DB2PRD.TPEND_MANUT_TARIF         (MAX NPEND)    *
      *                DB2PRD.TPUBL_TABELA_TARIF        GOTFB0H1       *
      *                DB2PRD.TPARM_EXEC                (CURSOR)       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK3000 - REGISTRAR PARAMETRO EFETIVO DA EXECUCAO          *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POS 01-01 : 'F' FORCA A PUBLICACAO MESMO SEM APROVACAO      *
      *                NOVA (AUSENTE/BRANCO = SO PUBLICA SE NECESSARIO)*
      *----------------------------------------------------------------*
      *    PARAMETROS (TPARM_EXEC, PROGRAMA GOTF2PUB):                 *
      *    DIAS-AVISO     : QUANTOS DIAS A FRENTE OS REAJUSTES         *
      *                     PROGRAMADOS SAO LISTADOS PARA AVISO NO     *
      *                     SITE (PADRAO 030)                          *
      *----------------------------------------------------------------*
      *    RETURN-CODE.:                                               *
      *    00 - TABELA PUBLICADA EM GOTF054S                           *
      *    04 - NADA A PUBLICAR (NENHUMA REGRA APROVADA DESDE A ULTIMA *
      *         PUBLICACAO, QUE JA E DO DIA); GOTF054S SAI VAZIO E A   *
      *         TRANSMISSAO PARA O SITE NAO DEVE RODAR                 *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    ABR/2028 - HOMI - PROGRAMA CRIADO. PUBLICACAO DA TABELA     *
      *               OFICIAL DE TARIFAS PARA O SITE E AS AGENCIAS,    *
      *               GERADA DE TREGRA_EVNTO_TARIF: PARA CADA          *
      *               ORIGEM/CLASSE, A REGRA VIGENTE ('V') E A PROXIMA *
      *               A ENTRAR EM VIGOR ('P'), COM VIGENCIA, CODIGO E  *
      *               DESCRICAO OFICIAL DO SERVICO (TSERV_REGUL_TARIF, *
      *               LINHA GERAL DA ORIGEM/CLASSE VIGENTE NO INICIO   *
      *               DA REGRA OU HOJE) E AS FAIXAS DE VOLUME          *
      *               (TFAIXA_REGRA_TARIF). A PROXIMA REGRA QUE ENTRA  *
      *               EM VIGOR EM ATE DIAS-AVISO DIAS GERA TAMBEM O    *
      *               REGISTRO DE AVISO, COM VALOR ATUAL E NOVO.       *
      *               RODA EM CICLO APOS A JANELA DE APROVACOES DO     *
      *               GOTF48JS: SO PUBLICA SE HOUVE REGRA APROVADA     *
      *               DEPOIS DA ULTIMA PUBLICACAO (TPUBL_TABELA_TARIF) *
      *               OU SE AINDA NAO HOUVE PUBLICACAO NO DIA - A      *
      *               VIRADA DE VIGENCIA MUDA A TABELA SEM APROVACAO.  *
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

           SELECT GOTF054S ASSIGN      TO   UT-S-GOTF054S
                      FILE STATUS      IS   WRK-FS-GOTF054S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF054S - TABELA OFICIAL DE TARIFAS PUBLICADA       *
      *            ORG. SEQUENCIAL     -   LRECL   =  150              *
      *----------------------------------------------------------------*
       FD  GOTF054S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF054S                 PIC  X(150).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CKRS0105                PIC  X(08)  VALUE  'CKRS0105'.

           COPY 'I#CKRS04'.

       77  WRK-RC-NADA-PUBLICAR        PIC S9(004) COMP VALUE +4.

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-FS-GOTF054S             PIC  X(02)  VALUE SPACES.

       01  WRK-SW-EOF-CPUB             PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CPUB                        VALUE 'S'.
       01  WRK-SW-EOF-CFAI             PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CFAI                        VALUE 'S'.
       01  WRK-SW-PUBLICAR             PIC  X(01) VALUE 'N'.
           88  WRK-PUBLICAR                        VALUE 'S'.
       01  WRK-SW-PUBL-ANTERIOR        PIC  X(01) VALUE 'N'.
           88  WRK-HA-PUBL-ANTERIOR                VALUE 'S'.

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-HORA-PROCESSO           PIC  X(08) VALUE SPACES.
       01  WRK-DATA-LIMITE-AVISO       PIC  X(10) VALUE SPACES.
       01  WRK-DATA-REF-SERV           PIC  X(10) VALUE SPACES.
       01  WRK-NPEND-ULT-APROV         PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-MOTIVO-PUBLICACAO       PIC  X(40) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * REGRA VIGENTE DA ORIGEM/CLASSE CORRENTE, PARA O VALOR ATUAL   *
      * DO AVISO QUANDO A PROXIMA REGRA DA MESMA CHAVE FOR LIDA        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CHAVE-VIGENTE.
         05  WRK-CSIST-VIGENTE         PIC  X(03) VALUE SPACES.
         05  WRK-CSIT-VIGENTE          PIC  X(02) VALUE SPACES.
       01  WRK-VLR-VIGENTE             PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARAMETROS DE TPARM_EXEC                                       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-PARM-DIAS-AVISO         PIC S9(03) COMP-3 VALUE +30.
       01  WRK-SW-FIM-TPARM            PIC  X(01) VALUE 'N'.
           88  WRK-FIM-TPARM                       VALUE 'S'.
       01  WRK-TPARM-NOME              PIC  X(20) VALUE SPACES.
       01  WRK-TPARM-VALOR             PIC  X(40) VALUE SPACES.
       01  FILLER REDEFINES WRK-TPARM-VALOR.
         05  WRK-TPARM-VALOR-9-3       PIC  9(03).
         05  FILLER                    PIC  X(37).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-REGRAS-VIGENTES       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REGRAS-PROXIMAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-FAIXAS-GRAVADAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-AVISOS-GRAVADOS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REGRAS-SEM-CODIGO     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GRAVADOS-GOTF054S     PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF054S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-PUB-HEADER.
         05  PBH-TIPO-REGISTRO         PIC  X(001) VALUE 'H'.
         05  PBH-NPUBL-TABELA          PIC  9(009).
         05  PBH-DT-GERACAO            PIC  X(010).
         05  PBH-HR-GERACAO            PIC  X(008).
         05  PBH-DT-LIMITE-AVISO       PIC  X(010).
         05  FILLER                    PIC  X(112) VALUE SPACES.

       01  WRK-REG-PUB-REGRA.
         05  PBR-TIPO-REGISTRO         PIC  X(001) VALUE 'R'.
         05  PBR-IN-VIGENCIA           PIC  X(001).
             88  PBR-REGRA-VIGENTE                 VALUE 'V'.
             88  PBR-REGRA-PROXIMA                 VALUE 'P'.
         05  PBR-CSIST-ORIGE-TARIF     PIC  X(003).
         05  PBR-CSIT-OPER-REALZ       PIC  X(002).
         05  PBR-CSERV-REGUL           PIC  X(006).
         05  PBR-RSERV-REGUL           PIC  X(060).
         05  PBR-NREGRA-EVNTO-TARIF    PIC  9(009).
         05  PBR-VLR-REGRA             PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  PBR-DINI-VIGEN            PIC  X(010).
         05  PBR-DFIM-VIGEN            PIC  X(010).
         05  FILLER                    PIC  X(032) VALUE SPACES.

       01  WRK-REG-PUB-FAIXA.
         05  PBF-TIPO-REGISTRO         PIC  X(001) VALUE 'F'.
         05  PBF-NREGRA-EVNTO-TARIF    PIC  9(009).
         05  PBF-NFAIXA-REGRA          PIC  9(004).
         05  PBF-QTD-LIM-INF           PIC  9(009).
         05  PBF-QTD-LIM-SUP           PIC  9(009).
         05  PBF-VLR-FAIXA             PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  FILLER                    PIC  X(102) VALUE SPACES.

       01  WRK-REG-PUB-AVISO.
         05  PBA-TIPO-REGISTRO         PIC  X(001) VALUE 'A'.
         05  PBA-IN-TIPO-AVISO         PIC  X(001).
             88  PBA-AVISO-REAJUSTE                VALUE 'R'.
             88  PBA-AVISO-REDUCAO                 VALUE 'D'.
             88  PBA-AVISO-INALTERADO              VALUE 'I'.
             88  PBA-AVISO-SERVICO-NOVO            VALUE 'N'.
         05  PBA-CSIST-ORIGE-TARIF     PIC  X(003).
         05  PBA-CSIT-OPER-REALZ       PIC  X(002).
         05  PBA-CSERV-REGUL           PIC  X(006).
         05  PBA-RSERV-REGUL           PIC  X(060).
         05  PBA-NREGRA-EVNTO-TARIF    PIC  9(009).
         05  PBA-DINI-VIGEN            PIC  X(010).
         05  PBA-VLR-ATUAL             PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  PBA-VLR-NOVO              PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  FILLER                    PIC  X(026) VALUE SPACES.

       01  WRK-REG-PUB-TRAILER.
         05  PBT-TIPO-REGISTRO         PIC  X(001) VALUE 'T'.
         05  PBT-NPUBL-TABELA          PIC  9(009).
         05  PBT-QTD-REGRAS-VIGENTES   PIC  9(009).
         05  PBT-QTD-REGRAS-PROXIMAS   PIC  9(009).
         05  PBT-QTD-FAIXAS            PIC  9(009).
         05  PBT-QTD-AVISOS            PIC  9(009).
         05  PBT-QTD-REGISTROS         PIC  9(009).
         05  FILLER                    PIC  X(095) VALUE SPACES.

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

       01  WRK-AREA-ERRO-ARQUIVO.
           COPY 'I#FRWKAR'.

       01  WRK-AREA-ERRO-LIVRE.
           COPY 'I#FRWKLI'.

       01  WRK-AREA-ERRO-DB2.
           COPY 'I#FRWKDB'.

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
               INCLUDE GOTFB0B1
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D9
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0F5
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0H1
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * POR ORIGEM/CLASSE, A REGRA VIGENTE HOJE E A PRIMEIRA REGRA     *
      * FUTURA (A PROXIMA A ENTRAR EM VIGOR), NESTA ORDEM              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPUB CURSOR FOR
                SELECT R.NREGRA_EVNTO_TARIF,
                       R.CSIST_ORIGE_TARIF,
                       R.CSIT_OPER_REALZ,
                       R.VVALOR_REGRA_TARIF,
                       R.DINI_VIGEN_REGRA,
                       R.DFIM_VIGEN_REGRA
                  FROM DB2PRD.TREGRA_EVNTO_TARIF R
                 WHERE :WRK-DATA-PROCESSO
                              BETWEEN R.DINI_VIGEN_REGRA
                                  AND R.DFIM_VIGEN_REGRA
                    OR R.DINI_VIGEN_REGRA =
                      (SELECT MIN(F.DINI_VIGEN_REGRA)
                         FROM DB2PRD.TREGRA_EVNTO_TARIF F
                        WHERE F.CSIST_ORIGE_TARIF = R.CSIST_ORIGE_TARIF
                          AND F.CSIT_OPER_REALZ   = R.CSIT_OPER_REALZ
                          AND F.DINI_VIGEN_REGRA  > :WRK-DATA-PROCESSO)
                 ORDER BY R.CSIST_ORIGE_TARIF,
                          R.CSIT_OPER_REALZ,
                          R.DINI_VIGEN_REGRA
           END-EXEC.

           EXEC SQL
                DECLARE CFAI CURSOR FOR
                SELECT NFAIXA_REGRA,
                       QTD_LIM_INF,
                       QTD_LIM_SUP,
                       VVALOR_FAIXA
                  FROM DB2PRD.TFAIXA_REGRA_TARIF
                 WHERE NREGRA_EVNTO_TARIF = :GOTFB0B1.NREGRA-EVNTO-TARIF
                 ORDER BY NFAIXA_REGRA
           END-EXEC.

           EXEC SQL
                DECLARE CPRM CURSOR FOR
                SELECT CNOME_PARM,
                       DS_VALOR_PARM
                  FROM DB2PRD.TPARM_EXEC
                 WHERE CNOME_PROGRAMA = 'GOTF2PUB'
                   AND CHAR(CURRENT DATE, ISO)
                              BETWEEN DT_INI_VIGEN
                                  AND DT_FIM_VIGEN
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DIARIO DO CONJUNTO EFETIVO DE PARAMETROS (FRWK3000)            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-FRWK3000                PIC  X(08) VALUE 'FRWK3000'.

       COPY FRWKWPEF.

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
               10  WRK-PARM-DADO-FORCAR PIC  X(001).
                   88  WRK-PARM-FORCAR              VALUE 'F'.
               10  FILLER               PIC  X(079).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           IF WRK-PUBLICAR
              PERFORM 2000-INICIAR-PUBLICACAO
              PERFORM 3000-PROCESSAR
                UNTIL WRK-EOF-CPUB
              PERFORM 4000-ENCERRAR-PUBLICACAO
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

           IF WRK-PARM-TAM          IS GREATER THAN ZEROS
              AND WRK-PARM-DADO-FORCAR  NOT EQUAL SPACE
              AND NOT WRK-PARM-FORCAR
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: INFORME F PARA FORCAR A PUBLICACAO OU BRANCO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           PERFORM 1040-CARREGAR-TPARM.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO),
                       CHAR(CURRENT TIME, ISO),
                       CHAR(CURRENT DATE +
                            :WRK-PARM-DIAS-AVISO DAYS, ISO)
                  INTO :WRK-DATA-PROCESSO,
                       :WRK-HORA-PROCESSO,
                       :WRK-DATA-LIMITE-AVISO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0008'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           OPEN OUTPUT  GOTF054S.
           PERFORM 1110-TESTAR-FS-GOTF054S.

           PERFORM 1300-VERIFICAR-PUBLICACAO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1040-CARREGAR-TPARM             SECTION.
      *----------------------------------------------------------------*

           MOVE '1040-CARREGAR-TPARM'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKWPEF.

           EXEC SQL
                OPEN CPRM
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARM_EXEC'         TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'N'                     TO      WRK-SW-FIM-TPARM.

           PERFORM 1045-FETCH-TPARM
             UNTIL WRK-FIM-TPARM.

           EXEC SQL
                CLOSE CPRM
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARM_EXEC'         TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0006'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1045-FETCH-TPARM                SECTION.
      *----------------------------------------------------------------*

           MOVE '1045-FETCH-TPARM'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPRM
                 INTO :WRK-TPARM-NOME,
                      :WRK-TPARM-VALOR
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-FIM-TPARM      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPARM_EXEC'       TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH           TO     TRUE
                 MOVE '0007'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN WRK-TPARM-NOME       EQUAL   'DIAS-AVISO'
                 IF WRK-TPARM-VALOR-9-3 IS NUMERIC
                    AND WRK-TPARM-VALOR-9-3 IS GREATER THAN ZEROS
                    MOVE WRK-TPARM-VALOR-9-3
                                        TO      WRK-PARM-DIAS-AVISO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF (NOT WRK-FIM-TPARM)                           AND
              (SQLCODE                  EQUAL   ZEROS)
              MOVE WRK-TPARM-NOME       TO      FRWKWPEF-NOME-PARM
              MOVE WRK-TPARM-VALOR      TO      FRWKWPEF-VALOR
              SET FRWKWPEF-ORIGEM-TABELA TO     TRUE
              PERFORM 1048-REGISTRAR-PARM-EFETIVO
           END-IF.

      *----------------------------------------------------------------*
       1045-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FOTOGRAFA O PARAMETRO EFETIVO DA EXECUCAO EM                   *
      * TPARM_EXEC_EFETIVO (FRWK3000): A CHAVE DE MOMENTO E RESOLVIDA  *
      * NA PRIMEIRA CHAMADA E REUTILIZADA NAS DEMAIS                   *
      *----------------------------------------------------------------*
       1048-REGISTRAR-PARM-EFETIVO     SECTION.
      *----------------------------------------------------------------*

           MOVE '1048-REGISTRAR-PARM-EFETIVO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'GOTF2PUB'              TO      FRWKWPEF-PROGRAMA.

           CALL WRK-FRWK3000            USING   FRWKWPEF.

      *----------------------------------------------------------------*
       1048-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-GOTF054S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF054S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF054S       NOT EQUAL   '00'
              MOVE 'GOTF054S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF054S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DECIDE SE HA O QUE PUBLICAR: PARM 'F', NENHUMA PUBLICACAO
      *    ANTERIOR, REGRA APROVADA NO GOTF48JS DEPOIS DA ULTIMA
      *    PUBLICACAO, OU ULTIMA PUBLICACAO DE OUTRO DIA (A VIGENCIA
      *    VIRA SEM APROVACAO, E O GOTF2RAJ GRAVA DIRETO NA TABELA)
      *----------------------------------------------------------------*
       1300-VERIFICAR-PUBLICACAO       SECTION.
      *----------------------------------------------------------------*

           MOVE '1300-VERIFICAR-PUBLICACAO' TO  FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COALESCE(MAX(NPEND_MANUT), 0)
                  INTO :WRK-NPEND-ULT-APROV
                  FROM DB2PRD.TPEND_MANUT_TARIF
                 WHERE CTABELA_MANUT = 'REGRA'
                   AND IN_SITUACAO   = 'A'
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_MANUT_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0015'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                SELECT NPUBL_TABELA,
                       DT_PUBL,
                       NPEND_ULT_APROV
                  INTO :GOTFB0H1.NPUBL-TABELA,
                       :GOTFB0H1.DT-PUBL,
                       :GOTFB0H1.NPEND-ULT-APROV
                  FROM DB2PRD.TPUBL_TABELA_TARIF
                 ORDER BY NPUBL_TABELA DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 SET WRK-HA-PUBL-ANTERIOR TO    TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE ZEROS             TO      NPUBL-TABELA
              WHEN OTHER
                 MOVE 'TPUBL_TABELA_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0016'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           SET WRK-PUBLICAR             TO      TRUE.

           EVALUATE TRUE
              WHEN WRK-PARM-FORCAR
                 MOVE 'FORCADA PELO PARM'
                                        TO      WRK-MOTIVO-PUBLICACAO
              WHEN NOT WRK-HA-PUBL-ANTERIOR
                 MOVE 'PRIMEIRA PUBLICACAO'
                                        TO      WRK-MOTIVO-PUBLICACAO
              WHEN WRK-NPEND-ULT-APROV  IS GREATER THAN NPEND-ULT-APROV
                 MOVE 'REGRA APROVADA APOS A ULTIMA PUBLICACAO'
                                        TO      WRK-MOTIVO-PUBLICACAO
              WHEN DT-PUBL              IS LESS THAN WRK-DATA-PROCESSO
                 MOVE 'PRIMEIRA PUBLICACAO DO DIA'
                                        TO      WRK-MOTIVO-PUBLICACAO
              WHEN OTHER
                 MOVE 'N'               TO      WRK-SW-PUBLICAR
                 MOVE 'NADA A PUBLICAR' TO      WRK-MOTIVO-PUBLICACAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-INICIAR-PUBLICACAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-INICIAR-PUBLICACAO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           ADD 1                        TO      NPUBL-TABELA.

           MOVE NPUBL-TABELA            TO      PBH-NPUBL-TABELA
                                                PBT-NPUBL-TABELA.
           MOVE WRK-DATA-PROCESSO       TO      PBH-DT-GERACAO.
           MOVE WRK-HORA-PROCESSO       TO      PBH-HR-GERACAO.
           MOVE WRK-DATA-LIMITE-AVISO   TO      PBH-DT-LIMITE-AVISO.

           WRITE FD-GOTF054S            FROM    WRK-REG-PUB-HEADER.
           PERFORM 1110-TESTAR-FS-GOTF054S.
           ADD 1                        TO      WRK-GRAVADOS-GOTF054S.

           EXEC SQL
                OPEN CPUB
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TREGRA_EVNTO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-CPUB.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CPUB                   SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-CPUB'         TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPUB
                 INTO :GOTFB0B1.NREGRA-EVNTO-TARIF,
                      :GOTFB0B1.CSIST-ORIGE-TARIF,
                      :GOTFB0B1.CSIT-OPER-REALZ,
                      :GOTFB0B1.VVALOR-REGRA-TARIF,
                      :GOTFB0B1.DINI-VIGEN-REGRA,
                      :GOTFB0B1.DFIM-VIGEN-REGRA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CPUB       TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TREGRA_EVNTO_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH           TO     TRUE
                 MOVE '0011'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    UMA REGRA PUBLICADA: REGISTRO 'R', SUAS FAIXAS 'F' E, PARA
      *    A PROXIMA REGRA DENTRO DO PRAZO DE AVISO, O REGISTRO 'A'
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE WRK-REG-PUB-REGRA.
           MOVE 'R'                     TO      PBR-TIPO-REGISTRO.

           IF DINI-VIGEN-REGRA OF GOTFB0B1
                                    IS GREATER THAN WRK-DATA-PROCESSO
              SET PBR-REGRA-PROXIMA     TO      TRUE
              MOVE DINI-VIGEN-REGRA OF GOTFB0B1
                                        TO      WRK-DATA-REF-SERV
              ADD 1                     TO      WRK-REGRAS-PROXIMAS
           ELSE
              SET PBR-REGRA-VIGENTE     TO      TRUE
              MOVE WRK-DATA-PROCESSO    TO      WRK-DATA-REF-SERV
              MOVE CSIST-ORIGE-TARIF OF GOTFB0B1
                                        TO      WRK-CSIST-VIGENTE
              MOVE CSIT-OPER-REALZ OF GOTFB0B1
                                        TO      WRK-CSIT-VIGENTE
              MOVE VVALOR-REGRA-TARIF OF GOTFB0B1
                                        TO      WRK-VLR-VIGENTE
              ADD 1                     TO      WRK-REGRAS-VIGENTES
           END-IF.

           PERFORM 3100-BUSCAR-SERVICO.

           MOVE CSIST-ORIGE-TARIF OF GOTFB0B1
                                        TO      PBR-CSIST-ORIGE-TARIF.
           MOVE CSIT-OPER-REALZ OF GOTFB0B1
                                        TO      PBR-CSIT-OPER-REALZ.
           MOVE CSERV-REGUL             TO      PBR-CSERV-REGUL.
           MOVE RSERV-REGUL             TO      PBR-RSERV-REGUL.
           MOVE NREGRA-EVNTO-TARIF OF GOTFB0B1
                                        TO      PBR-NREGRA-EVNTO-TARIF.
           MOVE VVALOR-REGRA-TARIF OF GOTFB0B1
                                        TO      PBR-VLR-REGRA.
           MOVE DINI-VIGEN-REGRA OF GOTFB0B1
                                        TO      PBR-DINI-VIGEN.
           MOVE DFIM-VIGEN-REGRA OF GOTFB0B1
                                        TO      PBR-DFIM-VIGEN.

           WRITE FD-GOTF054S            FROM    WRK-REG-PUB-REGRA.
           PERFORM 1110-TESTAR-FS-GOTF054S.
           ADD 1                        TO      WRK-GRAVADOS-GOTF054S.

           PERFORM 3200-PUBLICAR-FAIXAS.

           IF PBR-REGRA-PROXIMA
              AND DINI-VIGEN-REGRA OF GOTFB0B1
                                NOT GREATER WRK-DATA-LIMITE-AVISO
              PERFORM 3300-PUBLICAR-AVISO
           END-IF.

           PERFORM 2100-LER-CPUB.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CODIGO E DESCRICAO OFICIAL DO SERVICO: LINHA DE
      *    TSERV_REGUL_TARIF DA ORIGEM VIGENTE NA DATA DE REFERENCIA,
      *    DA CLASSE DA OPERACAO OU GERAL (CLASSE EM BRANCO), DANDO
      *    PREFERENCIA A LINHA SEM CLASSE DE COBRANCA - A TABELA
      *    PUBLICADA E A DA TARIFA, NAO A DE UM AJUSTE
      *----------------------------------------------------------------*
       3100-BUSCAR-SERVICO             SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-BUSCAR-SERVICO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT CSERV_REGUL,
                       RSERV_REGUL
                  INTO :GOTFB0F5.CSERV-REGUL,
                       :GOTFB0F5.RSERV-REGUL
                  FROM DB2PRD.TSERV_REGUL_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B1.CSIST-ORIGE-TARIF
                   AND CSIT_OPER_REALZ   IN (:GOTFB0B1.CSIT-OPER-REALZ,
                                             ' ')
                   AND :WRK-DATA-REF-SERV
                              BETWEEN DINI_VIGEN_SERV
                                  AND DFIM_VIGEN_SERV
                 ORDER BY CSIT_OPER_REALZ    DESC,
                          CJUSTF_EVNTO_TARIF
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE SPACES            TO      CSERV-REGUL
                                                RSERV-REGUL
                 ADD 1                  TO      WRK-REGRAS-SEM-CODIGO
              WHEN OTHER
                 MOVE 'TSERV_REGUL_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0020'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-PUBLICAR-FAIXAS            SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-PUBLICAR-FAIXAS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CFAI
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TFAIXA_REGRA_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'N'                     TO      WRK-SW-EOF-CFAI.

           PERFORM 3210-LER-CFAI.

           PERFORM 3220-GRAVAR-FAIXA
             UNTIL WRK-EOF-CFAI.

           EXEC SQL
                CLOSE CFAI
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TFAIXA_REGRA_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0032'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-LER-CFAI                   SECTION.
      *----------------------------------------------------------------*

           MOVE '3210-LER-CFAI'         TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CFAI
                 INTO :GOTFB0D9.NFAIXA-REGRA,
                      :GOTFB0D9.QTD-LIM-INF,
                      :GOTFB0D9.QTD-LIM-SUP,
                      :GOTFB0D9.VVALOR-FAIXA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CFAI       TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TFAIXA_REGRA_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH           TO     TRUE
                 MOVE '0031'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3220-GRAVAR-FAIXA               SECTION.
      *----------------------------------------------------------------*

           MOVE '3220-GRAVAR-FAIXA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NREGRA-EVNTO-TARIF OF GOTFB0B1
                                        TO      PBF-NREGRA-EVNTO-TARIF.
           MOVE NFAIXA-REGRA            TO      PBF-NFAIXA-REGRA.
           MOVE QTD-LIM-INF             TO      PBF-QTD-LIM-INF.
           MOVE QTD-LIM-SUP             TO      PBF-QTD-LIM-SUP.
           MOVE VVALOR-FAIXA            TO      PBF-VLR-FAIXA.

           WRITE FD-GOTF054S            FROM    WRK-REG-PUB-FAIXA.
           PERFORM 1110-TESTAR-FS-GOTF054S.

           ADD 1                        TO      WRK-GRAVADOS-GOTF054S
                                                WRK-FAIXAS-GRAVADAS.

           PERFORM 3210-LER-CFAI.

      *----------------------------------------------------------------*
       3220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    AVISO DE MUDANCA PROGRAMADA: O VALOR ATUAL E O DA REGRA
      *    VIGENTE DA MESMA ORIGEM/CLASSE, LIDA ANTES NO CURSOR; SEM
      *    ELA, E SERVICO NOVO (VALOR ATUAL ZERO)
      *----------------------------------------------------------------*
       3300-PUBLICAR-AVISO             SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-PUBLICAR-AVISO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CSIST-ORIGE-TARIF OF GOTFB0B1
                                        TO      PBA-CSIST-ORIGE-TARIF.
           MOVE CSIT-OPER-REALZ OF GOTFB0B1
                                        TO      PBA-CSIT-OPER-REALZ.
           MOVE PBR-CSERV-REGUL         TO      PBA-CSERV-REGUL.
           MOVE PBR-RSERV-REGUL         TO      PBA-RSERV-REGUL.
           MOVE NREGRA-EVNTO-TARIF OF GOTFB0B1
                                        TO      PBA-NREGRA-EVNTO-TARIF.
           MOVE DINI-VIGEN-REGRA OF GOTFB0B1
                                        TO      PBA-DINI-VIGEN.
           MOVE VVALOR-REGRA-TARIF OF GOTFB0B1
                                        TO      PBA-VLR-NOVO.

           IF WRK-CSIST-VIGENTE     NOT EQUAL
                                   CSIST-ORIGE-TARIF OF GOTFB0B1
              OR WRK-CSIT-VIGENTE   NOT EQUAL
                                   CSIT-OPER-REALZ OF GOTFB0B1
              MOVE ZEROS                TO      PBA-VLR-ATUAL
              SET PBA-AVISO-SERVICO-NOVO TO     TRUE
           ELSE
              MOVE WRK-VLR-VIGENTE      TO      PBA-VLR-ATUAL
              EVALUATE TRUE
                 WHEN VVALOR-REGRA-TARIF OF GOTFB0B1
                                    IS GREATER THAN WRK-VLR-VIGENTE
                    SET PBA-AVISO-REAJUSTE TO   TRUE
                 WHEN VVALOR-REGRA-TARIF OF GOTFB0B1
                                    IS LESS THAN WRK-VLR-VIGENTE
                    SET PBA-AVISO-REDUCAO  TO   TRUE
                 WHEN OTHER
                    SET PBA-AVISO-INALTERADO TO TRUE
              END-EVALUATE
           END-IF.

           WRITE FD-GOTF054S            FROM    WRK-REG-PUB-AVISO.
           PERFORM 1110-TESTAR-FS-GOTF054S.

           ADD 1                        TO      WRK-GRAVADOS-GOTF054S
                                                WRK-AVISOS-GRAVADOS.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRAILER E REGISTRO DA PUBLICACAO EM TPUBL_TABELA_TARIF, NA
      *    MESMA UNIDADE DE TRABALHO: ABEND ANTES DO FIM NAO DEIXA
      *    PUBLICACAO REGISTRADA SEM ARQUIVO COMPLETO
      *----------------------------------------------------------------*
       4000-ENCERRAR-PUBLICACAO        SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-ENCERRAR-PUBLICACAO' TO   FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                CLOSE CPUB
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TREGRA_EVNTO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0012'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-GRAVADOS-GOTF054S.

           MOVE WRK-REGRAS-VIGENTES     TO      PBT-QTD-REGRAS-VIGENTES.
           MOVE WRK-REGRAS-PROXIMAS     TO      PBT-QTD-REGRAS-PROXIMAS.
           MOVE WRK-FAIXAS-GRAVADAS     TO      PBT-QTD-FAIXAS.
           MOVE WRK-AVISOS-GRAVADOS     TO      PBT-QTD-AVISOS.
           MOVE WRK-GRAVADOS-GOTF054S   TO      PBT-QTD-REGISTROS.

           WRITE FD-GOTF054S            FROM    WRK-REG-PUB-TRAILER.
           PERFORM 1110-TESTAR-FS-GOTF054S.

           MOVE WRK-DATA-PROCESSO       TO      DT-PUBL.
           MOVE WRK-HORA-PROCESSO       TO      HR-PUBL.
           MOVE WRK-NPEND-ULT-APROV     TO      NPEND-ULT-APROV.
           MOVE WRK-REGRAS-VIGENTES     TO      QT-REGRAS-VIGENTES.
           MOVE WRK-REGRAS-PROXIMAS     TO      QT-REGRAS-PROXIMAS.
           MOVE WRK-AVISOS-GRAVADOS     TO      QT-AVISOS-REAJUSTE.

           EXEC SQL
                INSERT INTO DB2PRD.TPUBL_TABELA_TARIF
                      (NPUBL_TABELA       ,
                       DT_PUBL            ,
                       HR_PUBL            ,
                       NPEND_ULT_APROV    ,
                       QT_REGRAS_VIGENTES ,
                       QT_REGRAS_PROXIMAS ,
                       QT_AVISOS_REAJUSTE)
                  VALUES
                      (:GOTFB0H1.NPUBL-TABELA       ,
                       :GOTFB0H1.DT-PUBL            ,
                       :GOTFB0H1.HR-PUBL            ,
                       :GOTFB0H1.NPEND-ULT-APROV    ,
                       :GOTFB0H1.QT-REGRAS-VIGENTES ,
                       :GOTFB0H1.QT-REGRAS-PROXIMAS ,
                       :GOTFB0H1.QT-AVISOS-REAJUSTE)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPUBL_TABELA_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2PUB ***********'
           DISPLAY '*                              *'
           DISPLAY '* PUBLICACAO DA TABELA TARIFAS *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* ' WRK-MOTIVO-PUBLICACAO
           DISPLAY '* PUBLICACAO NUMERO : ' NPUBL-TABELA
           DISPLAY '* REGRAS VIGENTES   : ' WRK-REGRAS-VIGENTES
           DISPLAY '* REGRAS PROXIMAS   : ' WRK-REGRAS-PROXIMAS
           DISPLAY '* FAIXAS            : ' WRK-FAIXAS-GRAVADAS
           DISPLAY '* AVISOS DE MUDANCA : ' WRK-AVISOS-GRAVADOS
           DISPLAY '* SEM CODIGO OFICIAL: ' WRK-REGRAS-SEM-CODIGO
           DISPLAY '* GRAVADOS GOTF054S : ' WRK-GRAVADOS-GOTF054S
           DISPLAY '*********** GOTF2PUB ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF054S.
           PERFORM 1110-TESTAR-FS-GOTF054S.

           IF NOT WRK-PUBLICAR
              MOVE WRK-RC-NADA-PUBLICAR TO      RETURN-CODE
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

           MOVE 'GOTF2PUB'              TO      FRWKGHEA-NOME-PROGRAMA.

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
