      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2AVR.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2AVR                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  ABRIL/2028                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF053S          O              WRK-REG-AVISO  *
      *                GOTF053R          O              WRK-LINHA-AVR  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *    GOTFWCAD - BOOK DE COMUNICACAO COM O GOTF1000               *
      *    FRWKWPEF - BOOK DE COMUNICACAO COM O FRWK3000               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TREGRA_EVNTO_TARIF        GOTFB0B1       *
      *                DB2PRD.TFAIXA_REGRA_TARIF        GOTFB0D9       *
      *                DB2PRD.TQTDE_EVNTO_MENSAL        GOTFB0E1       *
      *                DB2PRD.TPRECO_CLIEN_TARIF        (NOT EXISTS)   *
      *                DB2PRD.TISEN_EVNTO_TARIF         (NOT EXISTS)   *
      *                DB2PRD.TAVISO_REAJ_TARIF         GOTFB0H0       *
      *                DB2PRD.TCATL_MENSAGEM            FRWKB997       *
      *                DB2PRD.TPARM_EXEC                (CURSOR)       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    GOTF1000 - CONSULTA CADASTRAL DA CONTA DO CLIENTE           *
      *    FRWK3000 - REGISTRAR PARAMETRO EFETIVO DA EXECUCAO          *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARAMETROS (TPARM_EXEC, PROGRAMA GOTF2AVR):                 *
      *    DIAS-AVISO-MIN : ANTECEDENCIA MINIMA DO AVISO EXIGIDA PELA  *
      *                     REGULAMENTACAO, EM DIAS (PADRAO 030)       *
      *    DIAS-JANELA    : QUANTOS DIAS A FRENTE O PROGRAMA PROCURA   *
      *                     REAJUSTES A AVISAR (PADRAO 045; NUNCA      *
      *                     MENOR QUE DIAS-AVISO-MIN)                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    ABR/2028 - HOMI - PROGRAMA CRIADO. AVISO PREVIO AOS         *
      *               CLIENTES DE REAJUSTE DE TARIFA: PARA CADA REGRA  *
      *               DE TREGRA_EVNTO_TARIF (JA APROVADA - GOTF47JS/   *
      *               GOTF48JS OU GOTF2RAJ) COM INICIO DE VIGENCIA     *
      *               DENTRO DA JANELA E AINDA NAO TRATADA EM          *
      *               TAVISO_REAJ_TARIF, COMPARA COM A REGRA VIGENTE   *
      *               NA VESPERA DA MESMA ORIGEM/CLASSE. SAO AVISADOS  *
      *               OS CLIENTES QUE USARAM A ORIGEM/CLASSE NOS       *
      *               ULTIMOS 12 MESES (TQTDE_EVNTO_MENSAL), SEM PRECO *
      *               NEGOCIADO NEM ISENCAO NA DATA DO REAJUSTE E COM  *
      *               CONTA NAO ENCERRADA, PARA OS QUAIS O PRECO NOVO  *
      *               E MAIOR QUE O ATUAL NA FAIXA DE VOLUME DO SEU    *
      *               MES DE MAIOR USO. GOTF053S LEVA NOME, IDIOMA,    *
      *               VALOR ATUAL, VALOR NOVO, INICIO DA VIGENCIA E O  *
      *               TEXTO DO AVISO DO CATALOGO TCATL_MENSAGEM        *
      *               ('GOTFAVRT') NO IDIOMA DO TITULAR. GOTF053R E A  *
      *               LISTA DE CONTROLE DOS REAJUSTES CUJO PRAZO DE    *
      *               AVISO (INICIO - DIAS-AVISO-MIN) JA PASSOU, QUE   *
      *               MESMO ASSIM SAO AVISADOS. CADA REGRA TRATADA     *
      *               GANHA SUA LINHA EM TAVISO_REAJ_TARIF E NAO E     *
      *               AVISADA DE NOVO; ABEND NO MEIO DESFAZ TUDO E O   *
      *               RERUN REFAZ O GOTF053S INTEIRO.                  *
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

           SELECT GOTF053S ASSIGN      TO   UT-S-GOTF053S
                      FILE STATUS      IS   WRK-FS-GOTF053S.

           SELECT GOTF053R ASSIGN      TO   UT-S-GOTF053R
                      FILE STATUS      IS   WRK-FS-GOTF053R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF053S - AVISOS DE REAJUSTE AOS CLIENTES           *
      *            ORG. SEQUENCIAL     -   LRECL   =  300              *
      *----------------------------------------------------------------*
       FD  GOTF053S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF053S                 PIC  X(300).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF053R - REAJUSTES COM PRAZO DE AVISO PERDIDO      *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  GOTF053R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF053R                 PIC  X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CKRS0105                PIC  X(08)  VALUE  'CKRS0105'.

           COPY 'I#CKRS04'.

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-FS-GOTF053S             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF053R             PIC  X(02)  VALUE SPACES.

       01  WRK-SW-EOF-CREG             PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CREG                        VALUE 'S'.
       01  WRK-SW-EOF-CCLI             PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CCLI                        VALUE 'S'.
       01  WRK-SW-REGRA-ANTERIOR       PIC  X(01) VALUE 'N'.
           88  WRK-ACHOU-REGRA-ANTERIOR            VALUE 'S'.
       01  WRK-SW-FORA-PRAZO           PIC  X(01) VALUE 'N'.
           88  WRK-FORA-PRAZO                      VALUE 'S'.

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-DATA-FIM-JANELA         PIC  X(10) VALUE SPACES.
       01  WRK-AAMM-INICIO-USO         PIC  9(06) VALUE ZEROS.
       01  WRK-DT-LIMITE-AVISO         PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARAMETROS DE TPARM_EXEC                                       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-PARM-DIAS-AVISO-MIN     PIC S9(03) COMP-3 VALUE +30.
       01  WRK-PARM-DIAS-JANELA        PIC S9(03) COMP-3 VALUE +45.
       01  WRK-SW-FIM-TPARM            PIC  X(01) VALUE 'N'.
           88  WRK-FIM-TPARM                       VALUE 'S'.
       01  WRK-TPARM-NOME              PIC  X(20) VALUE SPACES.
       01  WRK-TPARM-VALOR             PIC  X(40) VALUE SPACES.
       01  FILLER REDEFINES WRK-TPARM-VALOR.
         05  WRK-TPARM-VALOR-9-3       PIC  9(03).
         05  FILLER                    PIC  X(37).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * REGRA ANTERIOR E PRECO NA FAIXA DE VOLUME DO CLIENTE           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-NREGRA-ANTERIOR         PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-VLR-REGRA-ANTERIOR      PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-NREGRA-PRECO            PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-VLR-FIXO-PRECO          PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-POSICAO-PRECO           PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-VLR-PRECO               PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-ATUAL-CLIENTE       PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-NOVO-CLIENTE        PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-NCONTA-CLIENTE          PIC S9(13)V COMP-3 VALUE ZEROS.
       01  WRK-QTD-PICO-MES            PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-CLIEN-AVISADOS-REGRA    PIC S9(09)V COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TITULAR (GOTF1000) E TEXTO DO AVISO NO IDIOMA DELE: OS TEXTOS *
      * JA RESOLVIDOS FICAM EM MEMORIA (ATE 10 IDIOMAS) PARA NAO      *
      * REPETIR A BUSCA NO CATALOGO A CADA CLIENTE                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1000                PIC  X(08)  VALUE  'GOTF1000'.

       COPY GOTFWCAD.

       01  WRK-IDIOMA-CLIENTE          PIC S9(04) COMP VALUE +1.
       01  WRK-QTD-TEXTOS              PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-TXT                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-TEXTO-ACHADO        PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-TEXTOS.
         05  WRK-TXT-ITEM              OCCURS 10 TIMES.
           10  TXT-NIDIOMA             PIC S9(04) COMP.
           10  TXT-DS-AVISO            PIC  X(120).
       01  WRK-DS-AVISO                PIC  X(120) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-REGRAS-LIDAS          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REGRAS-SEM-ANTERIOR   PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REGRAS-NO-PRAZO       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REGRAS-FORA-PRAZO     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REGRAS-NADA-AVISAR    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CLIENTES-LIDOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CLIENTES-ENCERRADOS   PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CLIENTES-SEM-AUMENTO  PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GRAVADOS-GOTF053S     PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF053S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-AVISO.
         05  AVS-NCONTA-CLIEN          PIC  9(013).
         05  AVS-NOME-CLIEN            PIC  X(040).
         05  AVS-NDOC-CLIEN            PIC  X(014).
         05  AVS-NIDIOMA               PIC  9(004).
         05  AVS-CSIST-ORIGE-TARIF     PIC  X(003).
         05  AVS-CSIT-OPER-REALZ       PIC  X(002).
         05  AVS-NREGRA-EVNTO-TARIF    PIC  9(009).
         05  AVS-VLR-ATUAL             PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  AVS-VLR-NOVO              PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  AVS-DINI-VIGEN            PIC  X(010).
         05  AVS-IN-PRAZO              PIC  X(001).
         05  AVS-DS-AVISO              PIC  X(120).
         05  AVS-DT-GERACAO            PIC  X(010).
         05  FILLER                    PIC  X(042) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF053R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-TITULO-AVR.
         05  FILLER                    PIC  X(054) VALUE
           'GOTF2AVR - REAJUSTES COM PRAZO DE AVISO PREVIO PERDIDO'.
         05  FILLER                    PIC  X(011) VALUE
           '   DATA:   '.
         05  TIT-DATA-PROCESSO         PIC  X(010).
         05  FILLER                    PIC  X(018) VALUE
           '   AVISO MINIMO:  '.
         05  TIT-DIAS-AVISO-MIN        PIC  ZZ9.
         05  FILLER                    PIC  X(005) VALUE ' DIAS'.
         05  FILLER                    PIC  X(031) VALUE SPACES.

       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.

       01  WRK-LINHA-CABEC-AVR.
         05  FILLER                    PIC  X(044) VALUE
           'REGRA      ORIGEM CL INICIO VIG LIMITE AVISO'.
         05  FILLER                    PIC  X(044) VALUE
           '        VALOR ATUAL          VALOR NOVO  CLI'.
         05  FILLER                    PIC  X(044) VALUE
           'ENTES AVISADOS'.

       01  WRK-LINHA-AVR.
         05  AVR-NREGRA                PIC  9(009).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  AVR-CSIST                 PIC  X(003).
         05  FILLER                    PIC  X(004) VALUE SPACES.
         05  AVR-CSIT                  PIC  X(002).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  AVR-DINI-VIGEN            PIC  X(010).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  AVR-DT-LIMITE             PIC  X(010).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  AVR-VLR-ATUAL             PIC  ZZ.ZZZ.ZZZ.ZZ9,99-.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  AVR-VLR-NOVO              PIC  ZZ.ZZZ.ZZZ.ZZ9,99-.
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  AVR-QTD-CLIENTES          PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(038) VALUE SPACES.

       01  WRK-LINHA-TOTAL-AVR.
         05  TOT-DESCRICAO             PIC  X(050).
         05  TOT-QTD                   PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(071) VALUE SPACES.

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

       01  WRK-AREA-ERRO-DB2.
           COPY 'I#FRWKDB'.

       01  WRK-AREA-BRAD0450.
         05  WRK-0450-ABEND-BAT        PIC S9(04)  COMP    VALUE +1111.
         05  WRK-0450-DUMP-BAT         PIC  X(01)  VALUE 'S'.
         05  WRK-0450-ABEND-ARQUIVO    PIC S9(04)  COMP    VALUE +1112.
         05  WRK-0450-ABEND-DB2        PIC S9(04)  COMP    VALUE +1113.

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
               INCLUDE GOTFB0E1
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0H0
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB997
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * REGRAS FUTURAS DENTRO DA JANELA AINDA NAO TRATADAS, COM A      *
      * DATA LIMITE DO AVISO (INICIO MENOS A ANTECEDENCIA MINIMA)      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CREG CURSOR FOR
                SELECT R.NREGRA_EVNTO_TARIF,
                       R.CSIST_ORIGE_TARIF,
                       R.CSIT_OPER_REALZ,
                       R.VVALOR_REGRA_TARIF,
                       R.DINI_VIGEN_REGRA,
                       CHAR(DATE(R.DINI_VIGEN_REGRA) -
                            :WRK-PARM-DIAS-AVISO-MIN DAYS, ISO)
                  FROM DB2PRD.TREGRA_EVNTO_TARIF R
                 WHERE R.DINI_VIGEN_REGRA >= :WRK-DATA-PROCESSO
                   AND R.DINI_VIGEN_REGRA <= :WRK-DATA-FIM-JANELA
                   AND NOT EXISTS
                      (SELECT 1
                         FROM DB2PRD.TAVISO_REAJ_TARIF A
                        WHERE A.NREGRA_EVNTO_TARIF =
                              R.NREGRA_EVNTO_TARIF)
                 ORDER BY R.DINI_VIGEN_REGRA,
                          R.CSIST_ORIGE_TARIF,
                          R.CSIT_OPER_REALZ
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CLIENTES QUE USARAM A ORIGEM/CLASSE DESDE WRK-AAMM-INICIO-USO, *
      * COM O MAIOR VOLUME MENSAL DO PERIODO, FORA OS QUE TEM PRECO    *
      * NEGOCIADO OU ISENCAO VIGENTE NO INICIO DO REAJUSTE             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CCLI CURSOR FOR
                SELECT Q.NCONTA_CLIEN,
                       MAX(Q.QTD_EVNTO_MES)
                  FROM DB2PRD.TQTDE_EVNTO_MENSAL Q
                 WHERE Q.CSIST_ORIGE_TARIF = :GOTFB0B1.CSIST-ORIGE-TARIF
                   AND Q.CSIT_OPER_REALZ   = :GOTFB0B1.CSIT-OPER-REALZ
                   AND Q.AAMM_REFER       >= :WRK-AAMM-INICIO-USO
                   AND Q.QTD_EVNTO_MES     > 0
                   AND NOT EXISTS
                      (SELECT 1
                         FROM DB2PRD.TPRECO_CLIEN_TARIF P
                        WHERE P.NCONTA_CLIEN      = Q.NCONTA_CLIEN
                          AND P.CSIST_ORIGE_TARIF = Q.CSIST_ORIGE_TARIF
                          AND P.CSIT_OPER_REALZ   = Q.CSIT_OPER_REALZ
                          AND :GOTFB0B1.DINI-VIGEN-REGRA
                                    BETWEEN P.DINI_VIGEN_PRECO
                                        AND P.DFIM_VIGEN_PRECO)
                   AND NOT EXISTS
                      (SELECT 1
                         FROM DB2PRD.TISEN_EVNTO_TARIF I
                        WHERE I.NCONTA_CLIEN      = Q.NCONTA_CLIEN
                          AND I.CSIST_ORIGE_TARIF = Q.CSIST_ORIGE_TARIF
                          AND I.CSIT_OPER_REALZ   = Q.CSIT_OPER_REALZ
                          AND :GOTFB0B1.DINI-VIGEN-REGRA
                                    BETWEEN I.DINI_VIGEN_ISEN
                                        AND I.DFIM_VIGEN_ISEN)
                 GROUP BY Q.NCONTA_CLIEN
                 ORDER BY Q.NCONTA_CLIEN
           END-EXEC.

           EXEC SQL
                DECLARE CPRM CURSOR FOR
                SELECT CNOME_PARM,
                       DS_VALOR_PARM
                  FROM DB2PRD.TPARM_EXEC
                 WHERE CNOME_PROGRAMA = 'GOTF2AVR'
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

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-EOF-CREG.

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

           PERFORM 1040-CARREGAR-TPARM.

           IF WRK-PARM-DIAS-JANELA  IS LESS THAN WRK-PARM-DIAS-AVISO-MIN
              MOVE WRK-PARM-DIAS-AVISO-MIN
                                        TO      WRK-PARM-DIAS-JANELA
           END-IF.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO),
                       CHAR(CURRENT DATE +
                            :WRK-PARM-DIAS-JANELA DAYS, ISO),
                       YEAR(CURRENT DATE - 11 MONTHS) * 100 +
                       MONTH(CURRENT DATE - 11 MONTHS)
                  INTO :WRK-DATA-PROCESSO,
                       :WRK-DATA-FIM-JANELA,
                       :WRK-AAMM-INICIO-USO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0008'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           OPEN OUTPUT  GOTF053S.
           PERFORM 1110-TESTAR-FS-GOTF053S.

           OPEN OUTPUT  GOTF053R.
           PERFORM 1120-TESTAR-FS-GOTF053R.

           MOVE WRK-DATA-PROCESSO       TO      TIT-DATA-PROCESSO.
           MOVE WRK-PARM-DIAS-AVISO-MIN TO      TIT-DIAS-AVISO-MIN.

           WRITE FD-GOTF053R            FROM    WRK-LINHA-TITULO-AVR.
           PERFORM 1120-TESTAR-FS-GOTF053R.

           WRITE FD-GOTF053R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1120-TESTAR-FS-GOTF053R.

           WRITE FD-GOTF053R            FROM    WRK-LINHA-CABEC-AVR.
           PERFORM 1120-TESTAR-FS-GOTF053R.

           EXEC SQL
                OPEN CREG
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TREGRA_EVNTO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-CREG.

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
              WHEN WRK-TPARM-NOME       EQUAL   'DIAS-AVISO-MIN'
                 IF WRK-TPARM-VALOR-9-3 IS NUMERIC
                    AND WRK-TPARM-VALOR-9-3 IS GREATER THAN ZEROS
                    MOVE WRK-TPARM-VALOR-9-3
                                        TO      WRK-PARM-DIAS-AVISO-MIN
                 END-IF
              WHEN WRK-TPARM-NOME       EQUAL   'DIAS-JANELA'
                 IF WRK-TPARM-VALOR-9-3 IS NUMERIC
                    AND WRK-TPARM-VALOR-9-3 IS GREATER THAN ZEROS
                    MOVE WRK-TPARM-VALOR-9-3
                                        TO      WRK-PARM-DIAS-JANELA
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

           MOVE 'GOTF2AVR'              TO      FRWKWPEF-PROGRAMA.

           CALL WRK-FRWK3000            USING   FRWKWPEF.

      *----------------------------------------------------------------*
       1048-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-GOTF053S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF053S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF053S       NOT EQUAL   '00'
              MOVE 'GOTF053S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF053S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-GOTF053R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1120-TESTAR-FS-GOTF053R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF053R       NOT EQUAL   '00'
              MOVE 'GOTF053R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF053R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CREG                   SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-CREG'         TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CREG
                 INTO :GOTFB0B1.NREGRA-EVNTO-TARIF,
                      :GOTFB0B1.CSIST-ORIGE-TARIF,
                      :GOTFB0B1.CSIT-OPER-REALZ,
                      :GOTFB0B1.VVALOR-REGRA-TARIF,
                      :GOTFB0B1.DINI-VIGEN-REGRA,
                      :WRK-DT-LIMITE-AVISO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CREG       TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TREGRA_EVNTO_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH           TO     TRUE
                 MOVE '0011'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-REGRAS-LIDAS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRATA UMA REGRA FUTURA: SEM REGRA VIGENTE NA VESPERA NAO HA
      *    REAJUSTE (SERVICO NOVO); COM ELA, AVISA OS CLIENTES CUJO
      *    PRECO SOBE. A REGRA E REGISTRADA EM TAVISO_REAJ_TARIF EM
      *    QUALQUER CASO, PARA NAO SER TRATADA DE NOVO.
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO
                                        WRK-CLIEN-AVISADOS-REGRA.
           MOVE ZEROS                   TO      WRK-NREGRA-ANTERIOR.
           MOVE ZEROS                   TO      WRK-VLR-REGRA-ANTERIOR.

           IF WRK-DT-LIMITE-AVISO   IS LESS THAN WRK-DATA-PROCESSO
              SET WRK-FORA-PRAZO        TO      TRUE
           ELSE
              MOVE 'N'                  TO      WRK-SW-FORA-PRAZO
           END-IF.

           PERFORM 3100-BUSCAR-REGRA-ANTERIOR.

           IF WRK-ACHOU-REGRA-ANTERIOR
              PERFORM 3200-AVISAR-CLIENTES
           ELSE
              ADD 1                     TO      WRK-REGRAS-SEM-ANTERIOR
           END-IF.

           PERFORM 3500-REGISTRAR-AVISO.

           PERFORM 2100-LER-CREG.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGRA DA MESMA ORIGEM/CLASSE VIGENTE NA VESPERA DO NOVO
      *    INICIO - A QUE O GOTF2RAJ/GOTF47JS ENCERRA NESSA DATA
      *----------------------------------------------------------------*
       3100-BUSCAR-REGRA-ANTERIOR      SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-BUSCAR-REGRA-ANTERIOR' TO FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-REGRA-ANTERIOR.

           EXEC SQL
                SELECT NREGRA_EVNTO_TARIF,
                       VVALOR_REGRA_TARIF
                  INTO :WRK-NREGRA-ANTERIOR,
                       :WRK-VLR-REGRA-ANTERIOR
                  FROM DB2PRD.TREGRA_EVNTO_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B1.CSIST-ORIGE-TARIF
                   AND CSIT_OPER_REALZ    = :GOTFB0B1.CSIT-OPER-REALZ
                   AND NREGRA_EVNTO_TARIF <>
                                           :GOTFB0B1.NREGRA-EVNTO-TARIF
                   AND CHAR(DATE(:GOTFB0B1.DINI-VIGEN-REGRA) - 1 DAY,
                            ISO)
                              BETWEEN DINI_VIGEN_REGRA
                                  AND DFIM_VIGEN_REGRA
                 ORDER BY DINI_VIGEN_REGRA DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TREGRA_EVNTO_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT          TO     TRUE
                 MOVE '0020'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 SET WRK-ACHOU-REGRA-ANTERIOR TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-AVISAR-CLIENTES            SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-AVISAR-CLIENTES'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CCLI
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TQTDE_EVNTO_MENSAL' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'N'                     TO      WRK-SW-EOF-CCLI.

           PERFORM 3210-LER-CCLI.

           PERFORM 3300-TRATAR-CLIENTE
             UNTIL WRK-EOF-CCLI.

           EXEC SQL
                CLOSE CCLI
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TQTDE_EVNTO_MENSAL' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0032'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-LER-CCLI                   SECTION.
      *----------------------------------------------------------------*

           MOVE '3210-LER-CCLI'         TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CCLI
                 INTO :WRK-NCONTA-CLIENTE,
                      :WRK-QTD-PICO-MES
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CCLI       TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TQTDE_EVNTO_MENSAL' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH           TO     TRUE
                 MOVE '0031'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-CLIENTES-LIDOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PRECO ATUAL E NOVO DO CLIENTE NA FAIXA DO SEU MES DE MAIOR
      *    USO (SEM FAIXA CADASTRADA, O VALOR FIXO DA REGRA, COMO NA
      *    PRECIFICACAO DO GOTF2DSS). SO HA AVISO SE O PRECO SOBE E A
      *    CONTA NAO ESTA ENCERRADA.
      *----------------------------------------------------------------*
       3300-TRATAR-CLIENTE             SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-TRATAR-CLIENTE'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3310-AVISAR-CLIENTE.

           PERFORM 3210-LER-CCLI.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-AVISAR-CLIENTE             SECTION.
      *----------------------------------------------------------------*

           MOVE '3310-AVISAR-CLIENTE'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-QTD-PICO-MES        TO      WRK-POSICAO-PRECO.

           MOVE WRK-NREGRA-ANTERIOR     TO      WRK-NREGRA-PRECO.
           MOVE WRK-VLR-REGRA-ANTERIOR  TO      WRK-VLR-FIXO-PRECO.
           PERFORM 5100-PRECO-NA-POSICAO.
           MOVE WRK-VLR-PRECO           TO      WRK-VLR-ATUAL-CLIENTE.

           MOVE NREGRA-EVNTO-TARIF OF GOTFB0B1
                                        TO      WRK-NREGRA-PRECO.
           MOVE VVALOR-REGRA-TARIF OF GOTFB0B1
                                        TO      WRK-VLR-FIXO-PRECO.
           PERFORM 5100-PRECO-NA-POSICAO.
           MOVE WRK-VLR-PRECO           TO      WRK-VLR-NOVO-CLIENTE.

           IF WRK-VLR-NOVO-CLIENTE  NOT GREATER WRK-VLR-ATUAL-CLIENTE
              ADD 1                     TO      WRK-CLIENTES-SEM-AUMENTO
              GO TO 3310-99-FIM
           END-IF.

           INITIALIZE GOTFWCAD.
           MOVE WRK-NCONTA-CLIENTE      TO      GOTFWCAD-NCONTA-CLIEN.

           CALL WRK-GOTF1000            USING   GOTFWCAD.

           IF GOTFWCAD-ERRO-DB2
              MOVE GOTFWCAD-SQLCODE     TO      FRWKGDB2-SQLCODE
              MOVE 'TCADT_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF GOTFWCAD-IN-SITUACAO      EQUAL   'E'
              ADD 1                     TO      WRK-CLIENTES-ENCERRADOS
              GO TO 3310-99-FIM
           END-IF.

           IF GOTFWCAD-NIDIOMA          IS GREATER THAN ZEROS
              MOVE GOTFWCAD-NIDIOMA     TO      WRK-IDIOMA-CLIENTE
           ELSE
              MOVE 1                    TO      WRK-IDIOMA-CLIENTE
           END-IF.

           PERFORM 5000-RESOLVER-TEXTO.

           MOVE GOTFWCAD-NCONTA-CLIEN   TO      AVS-NCONTA-CLIEN.
           MOVE GOTFWCAD-NOME-CLIEN     TO      AVS-NOME-CLIEN.
           MOVE GOTFWCAD-NDOC-CLIEN     TO      AVS-NDOC-CLIEN.
           MOVE WRK-IDIOMA-CLIENTE      TO      AVS-NIDIOMA.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0B1
                                        TO      AVS-CSIST-ORIGE-TARIF.
           MOVE CSIT-OPER-REALZ OF GOTFB0B1
                                        TO      AVS-CSIT-OPER-REALZ.
           MOVE NREGRA-EVNTO-TARIF OF GOTFB0B1
                                        TO      AVS-NREGRA-EVNTO-TARIF.
           MOVE WRK-VLR-ATUAL-CLIENTE   TO      AVS-VLR-ATUAL.
           MOVE WRK-VLR-NOVO-CLIENTE    TO      AVS-VLR-NOVO.
           MOVE DINI-VIGEN-REGRA OF GOTFB0B1
                                        TO      AVS-DINI-VIGEN.
           IF WRK-FORA-PRAZO
              MOVE 'N'                  TO      AVS-IN-PRAZO
           ELSE
              MOVE 'S'                  TO      AVS-IN-PRAZO
           END-IF.
           MOVE WRK-DS-AVISO            TO      AVS-DS-AVISO.
           MOVE WRK-DATA-PROCESSO       TO      AVS-DT-GERACAO.

           WRITE FD-GOTF053S            FROM    WRK-REG-AVISO.

           PERFORM 1110-TESTAR-FS-GOTF053S.

           ADD 1                        TO      WRK-GRAVADOS-GOTF053S.
           ADD 1                        TO
                                        WRK-CLIEN-AVISADOS-REGRA.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    REGISTRA A REGRA TRATADA. SITUACAO 'N' QUANDO NAO HOUVE
      *    CLIENTE A AVISAR (SERVICO NOVO, REDUCAO OU NINGUEM USOU);
      *    AVISO FORA DO PRAZO ENTRA NA LISTA DE CONTROLE GOTF053R.
      *----------------------------------------------------------------*
       3500-REGISTRAR-AVISO            SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-REGISTRAR-AVISO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NREGRA-EVNTO-TARIF OF GOTFB0B1
                                        TO      NREGRA-EVNTO-TARIF
                                                OF GOTFB0H0.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0B1
                                        TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0H0.
           MOVE CSIT-OPER-REALZ OF GOTFB0B1
                                        TO      CSIT-OPER-REALZ
                                                OF GOTFB0H0.
           MOVE WRK-NREGRA-ANTERIOR     TO      NREGRA-ANTERIOR.
           MOVE WRK-VLR-REGRA-ANTERIOR  TO      VVALOR-ANTERIOR.
           MOVE VVALOR-REGRA-TARIF OF GOTFB0B1
                                        TO      VVALOR-NOVO.
           MOVE DINI-VIGEN-REGRA OF GOTFB0B1
                                        TO      DINI-VIGEN-REGRA
                                                OF GOTFB0H0.
           MOVE WRK-DT-LIMITE-AVISO     TO      DT-LIMITE-AVISO.
           MOVE WRK-DATA-PROCESSO       TO      DT-AVISO.
           MOVE WRK-CLIEN-AVISADOS-REGRA
                                        TO      QT-CLIEN-AVISADOS.

           EVALUATE TRUE
              WHEN WRK-CLIEN-AVISADOS-REGRA EQUAL ZEROS
                 SET AVISO-NADA-AVISAR  TO      TRUE
                 ADD 1                  TO      WRK-REGRAS-NADA-AVISAR
              WHEN WRK-FORA-PRAZO
                 SET AVISO-FORA-PRAZO   TO      TRUE
                 ADD 1                  TO      WRK-REGRAS-FORA-PRAZO
                 PERFORM 3600-LISTAR-FORA-PRAZO
              WHEN OTHER
                 SET AVISO-NO-PRAZO     TO      TRUE
                 ADD 1                  TO      WRK-REGRAS-NO-PRAZO
           END-EVALUATE.

           EXEC SQL
                INSERT INTO DB2PRD.TAVISO_REAJ_TARIF
                      (NREGRA_EVNTO_TARIF ,
                       CSIST_ORIGE_TARIF  ,
                       CSIT_OPER_REALZ    ,
                       NREGRA_ANTERIOR    ,
                       VVALOR_ANTERIOR    ,
                       VVALOR_NOVO        ,
                       DINI_VIGEN_REGRA   ,
                       DT_LIMITE_AVISO    ,
                       DT_AVISO           ,
                       IN_SITUACAO        ,
                       QT_CLIEN_AVISADOS)
                  VALUES
                      (:GOTFB0H0.NREGRA-EVNTO-TARIF ,
                       :GOTFB0H0.CSIST-ORIGE-TARIF  ,
                       :GOTFB0H0.CSIT-OPER-REALZ    ,
                       :GOTFB0H0.NREGRA-ANTERIOR    ,
                       :GOTFB0H0.VVALOR-ANTERIOR    ,
                       :GOTFB0H0.VVALOR-NOVO        ,
                       :GOTFB0H0.DINI-VIGEN-REGRA   ,
                       :GOTFB0H0.DT-LIMITE-AVISO    ,
                       :GOTFB0H0.DT-AVISO           ,
                       :GOTFB0H0.IN-SITUACAO        ,
                       :GOTFB0H0.QT-CLIEN-AVISADOS)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TAVISO_REAJ_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-LISTAR-FORA-PRAZO          SECTION.
      *----------------------------------------------------------------*

           MOVE '3600-LISTAR-FORA-PRAZO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NREGRA-EVNTO-TARIF OF GOTFB0B1
                                        TO      AVR-NREGRA.
           MOVE CSIST-ORIGE-TARIF OF GOTFB0B1
                                        TO      AVR-CSIST.
           MOVE CSIT-OPER-REALZ OF GOTFB0B1
                                        TO      AVR-CSIT.
           MOVE DINI-VIGEN-REGRA OF GOTFB0B1
                                        TO      AVR-DINI-VIGEN.
           MOVE WRK-DT-LIMITE-AVISO     TO      AVR-DT-LIMITE.
           MOVE WRK-VLR-REGRA-ANTERIOR  TO      AVR-VLR-ATUAL.
           MOVE VVALOR-REGRA-TARIF OF GOTFB0B1
                                        TO      AVR-VLR-NOVO.
           MOVE WRK-CLIEN-AVISADOS-REGRA
                                        TO      AVR-QTD-CLIENTES.

           WRITE FD-GOTF053R            FROM    WRK-LINHA-AVR.

           PERFORM 1120-TESTAR-FS-GOTF053R.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESOLVE O TEXTO DO AVISO NO IDIOMA DO TITULAR, BUSCADO NO
      *    CATALOGO TCATL_MENSAGEM ('GOTFAVRT') E MEMORIZADO POR
      *    IDIOMA. CATALOGO SEM O TEXTO MANTEM O PORTUGUES PADRAO.
      *----------------------------------------------------------------*
       5000-RESOLVER-TEXTO             SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-RESOLVER-TEXTO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-IDX-TEXTO-ACHADO.

           PERFORM 5010-PROCURAR-IDIOMA
             VARYING WRK-IDX-TXT FROM 1 BY 1
               UNTIL WRK-IDX-TXT    IS GREATER THAN WRK-QTD-TEXTOS
                  OR WRK-IDX-TEXTO-ACHADO IS GREATER THAN ZEROS.

           IF WRK-IDX-TEXTO-ACHADO      IS GREATER THAN ZEROS
              MOVE TXT-DS-AVISO (WRK-IDX-TEXTO-ACHADO)
                                        TO      WRK-DS-AVISO
              GO TO 5000-99-FIM
           END-IF.

           MOVE 'A TARIFA ABAIXO SERA REAJUSTADA A PARTIR DA DATA INDICA
      -         'DA, CONFORME OS VALORES ATUAL E NOVO INFORMADOS'
                                        TO      WRK-DS-AVISO.

           MOVE WRK-IDIOMA-CLIENTE      TO      NIDIOMA OF FRWKB997.

           EXEC SQL
             SELECT DS_TEXTO_MENSAGEM
               INTO :FRWKB997.DS-TEXTO-MENSAGEM
               FROM DB2PRD.TCATL_MENSAGEM
              WHERE CCOD_MENSAGEM = 'GOTFAVRT'
                AND NIDIOMA       = :FRWKB997.NIDIOMA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 MOVE DS-TEXTO-MENSAGEM OF FRWKB997 (1:120)
                                        TO      WRK-DS-AVISO
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'TCATL_MENSAGEM'  TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0060'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           IF WRK-QTD-TEXTOS        IS LESS THAN 10
              ADD 1                     TO      WRK-QTD-TEXTOS
              MOVE WRK-IDIOMA-CLIENTE   TO
                                  TXT-NIDIOMA (WRK-QTD-TEXTOS)
              MOVE WRK-DS-AVISO         TO
                                  TXT-DS-AVISO (WRK-QTD-TEXTOS)
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5010-PROCURAR-IDIOMA            SECTION.
      *----------------------------------------------------------------*

           IF TXT-NIDIOMA (WRK-IDX-TXT) EQUAL   WRK-IDIOMA-CLIENTE
              MOVE WRK-IDX-TXT          TO      WRK-IDX-TEXTO-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       5010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PRECO DA REGRA WRK-NREGRA-PRECO PARA O EVENTO NA POSICAO
      *    WRK-POSICAO-PRECO DO MES: A FAIXA DE TFAIXA_REGRA_TARIF QUE
      *    CONTEM A POSICAO OU, SEM FAIXA, O VALOR FIXO DA REGRA
      *----------------------------------------------------------------*
       5100-PRECO-NA-POSICAO           SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-PRECO-NA-POSICAO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-VLR-FIXO-PRECO      TO      WRK-VLR-PRECO.

           EXEC SQL
             SELECT VVALOR_FAIXA
               INTO :GOTFB0D9.VVALOR-FAIXA
               FROM DB2PRD.TFAIXA_REGRA_TARIF
              WHERE NREGRA_EVNTO_TARIF = :WRK-NREGRA-PRECO
                AND :WRK-POSICAO-PRECO
                                 BETWEEN QTD_LIM_INF
                                     AND QTD_LIM_SUP
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 MOVE VVALOR-FAIXA OF GOTFB0D9
                                        TO      WRK-VLR-PRECO
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'TFAIXA_REGRA_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0045'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                CLOSE CREG
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TREGRA_EVNTO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0012'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           WRITE FD-GOTF053R            FROM    WRK-LINHA-BRANCO.
           PERFORM 1120-TESTAR-FS-GOTF053R.

           MOVE 'REAJUSTES COM PRAZO DE AVISO PERDIDO:'
                                        TO      TOT-DESCRICAO.
           MOVE WRK-REGRAS-FORA-PRAZO   TO      TOT-QTD.
           WRITE FD-GOTF053R            FROM    WRK-LINHA-TOTAL-AVR.
           PERFORM 1120-TESTAR-FS-GOTF053R.

           MOVE 'REAJUSTES AVISADOS NO PRAZO:'
                                        TO      TOT-DESCRICAO.
           MOVE WRK-REGRAS-NO-PRAZO     TO      TOT-QTD.
           WRITE FD-GOTF053R            FROM    WRK-LINHA-TOTAL-AVR.
           PERFORM 1120-TESTAR-FS-GOTF053R.

           MOVE 'CLIENTES AVISADOS (GOTF053S):'
                                        TO      TOT-DESCRICAO.
           MOVE WRK-GRAVADOS-GOTF053S   TO      TOT-QTD.
           WRITE FD-GOTF053R            FROM    WRK-LINHA-TOTAL-AVR.
           PERFORM 1120-TESTAR-FS-GOTF053R.

           DISPLAY '*********** GOTF2AVR ***********'
           DISPLAY '*                              *'
           DISPLAY '* AVISO PREVIO DE REAJUSTE     *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* REGRAS LIDAS      : ' WRK-REGRAS-LIDAS
           DISPLAY '* SEM REGRA ANTERIOR: ' WRK-REGRAS-SEM-ANTERIOR
           DISPLAY '* AVISADAS NO PRAZO : ' WRK-REGRAS-NO-PRAZO
           DISPLAY '* FORA DO PRAZO     : ' WRK-REGRAS-FORA-PRAZO
           DISPLAY '* NADA A AVISAR     : ' WRK-REGRAS-NADA-AVISAR
           DISPLAY '* CLIENTES LIDOS    : ' WRK-CLIENTES-LIDOS
           DISPLAY '* SEM AUMENTO       : ' WRK-CLIENTES-SEM-AUMENTO
           DISPLAY '* CONTA ENCERRADA   : ' WRK-CLIENTES-ENCERRADOS
           DISPLAY '* GRAVADOS GOTF053S : ' WRK-GRAVADOS-GOTF053S
           DISPLAY '*********** GOTF2AVR ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF053S.
           PERFORM 1110-TESTAR-FS-GOTF053S.

           CLOSE GOTF053R.
           PERFORM 1120-TESTAR-FS-GOTF053R.

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

           MOVE 'GOTF2AVR'              TO      FRWKGHEA-NOME-PROGRAMA.

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
