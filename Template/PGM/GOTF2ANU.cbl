      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2ANU.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2ANU                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  NOVEMBRO/2027                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF038S          O              WRK-REG-ANU    *
      *                GOTF038P          I              FD-GOTF038P    *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#FRWKMD - AREA PARA FORMATACAO DE ERRO DE MODULO           *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *    I#CKRS01 - BOOK DE COMUNICACAO COM O CKRS0100               *
      *    GOTFWCAD - BOOK DE COMUNICACAO COM O GOTF1000               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TSIT_MOVTO_TARIF_ARQ      GOTFB0C7       *
      *                DB2PRD.TCATL_MENSAGEM            FRWKB997       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    CKRS0100 - REALIZAR CONEXAO DB2 E TRATAMENTO COMMIT/RESTART *
      *    GOTF1000 - CONSULTA CADASTRAL DA CONTA DO CLIENTE           *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POS 01-04 : ANO DE REFERENCIA (AAAA; AUSENTE = ANO          *
      *                ANTERIOR AO DA EXECUCAO)                        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    NOV/2027 - HOMI - PROGRAMA CRIADO. DEMONSTRATIVO ANUAL      *
      *               CONSOLIDADO DE TARIFAS POR CLIENTE, A SER        *
      *               ENVIADO ATE O FIM DE FEVEREIRO: PARA CADA        *
      *               NCONTA_CLIEN, OS EVENTOS DO ANO DA TABELA ATIVA  *
      *               E DO ARQUIVO MORTO (GOTF2ARQ) SAO TOTALIZADOS    *
      *               POR CLASSE DE COBRANCA E MES. AS CONTRAPARTIDAS  *
      *               (ESTORNO, CORRECAO, AJUSTE E BAIXA) ENTRAM COM O *
      *               PROPRIO SINAL, EM LINHA DA SUA CLASSE, E O TOTAL *
      *               DO CLIENTE SAI LIQUIDO. NOME E IDIOMA VEM DO     *
      *               GOTF1000 E OS TEXTOS FIXOS DO CATALOGO           *
      *               TCATL_MENSAGEM ('GOTFANUH' TITULO, 'GOTFANUT'    *
      *               TOTAL) NO IDIOMA DO TITULAR. GOTF038S TRAZ 'H'   *
      *               POR CLIENTE, 'C' POR CLASSE COM OS 12 MESES E    *
      *               'T' COM O TOTAL LIQUIDO. CHECKPOINT/RESTART PELO *
      *               CKRS0100 A CADA LOTE DE CLIENTES FECHADOS: NO    *
      *               RESTART O GOTF038S E REFEITO COPIANDO DO         *
      *               PARCIAL DA EXECUCAO ABENDADA (GOTF038P) OS       *
      *               REGISTROS ATE O ULTIMO CHECKPOINT, E O CURSOR    *
      *               RETOMA NA CONTA SEGUINTE - NENHUM CLIENTE SAI    *
      *               DUPLICADO OU FALTANDO.                           *
      *    DEZ/2028 - HOMI - A AREA DE RESTART PASSA A LEVAR O ANO DE  *
      *               REFERENCIA (WRK-RST-ANO-REFER). NO RESTART COM   *
      *               OUTRO ANO NO PARM O GOTF038P E O CURSOR NAO SAO  *
      *               REPOSICIONADOS: O JOB PARA COM MENSAGEM E        *
      *               RETURN-CODE 16, SEM TOCAR NA AREA; AREA ANTIGA   *
      *               SEM O ANO E ACEITA COM AVISO.                    *
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

           SELECT GOTF038S ASSIGN      TO   UT-S-GOTF038S
                      FILE STATUS      IS   WRK-FS-GOTF038S.

           SELECT GOTF038P ASSIGN      TO   UT-S-GOTF038P
                      FILE STATUS      IS   WRK-FS-GOTF038P.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF038S - DEMONSTRATIVO ANUAL DE TARIFAS            *
      *            ORG. SEQUENCIAL     -   LRECL   =  300              *
      *----------------------------------------------------------------*
       FD  GOTF038S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF038S                 PIC  X(300).

      *----------------------------------------------------------------*
      *   INPUT: GOTF038P - GOTF038S PARCIAL DA EXECUCAO ABENDADA      *
      *          (LIDO SOMENTE NO RESTART)                             *
      *            ORG. SEQUENCIAL     -   LRECL   =  300              *
      *----------------------------------------------------------------*
       FD  GOTF038P
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF038P                 PIC  X(300).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CKRS0105                PIC  X(08)  VALUE  'CKRS0105'.

           COPY 'I#CKRS04'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE COMUNICACAO COM CKRS0100 ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-CKRS0100                PIC  X(08)  VALUE 'CKRS0100'.
       COPY 'I#CKRS01'.

       01  WRK-AREA-RESTART.
           05  WRK-RST-ULT-CONTA       PIC  9(013)         VALUE ZEROS.
           05  WRK-RST-GRAV-GOTF038S   PIC  9(009)         VALUE ZEROS.
           05  WRK-RST-CLIENTES        PIC  9(009)         VALUE ZEROS.
           05  WRK-RST-ANO-REFER       PIC  9(004)         VALUE ZEROS.

       01  WRK-INTERVALO-CKPT          PIC S9(008) COMP    VALUE +500.
       01  WRK-CKPT-CONT               PIC S9(008) COMP    VALUE ZEROS.
       01  WRK-CONT-REPOS              PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-RC-RESTART-INVALIDO     PIC S9(04) COMP VALUE +16.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-SW-EOF-CURSOR           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CURSOR                      VALUE 'S'.

       01  WRK-FS-GOTF038S             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF038P             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ANO DE REFERENCIA E FAIXA DE DRECEB CORRESPONDENTE            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-DATA-ATUAL              PIC  X(10) VALUE SPACES.
       01  FILLER REDEFINES WRK-DATA-ATUAL.
         05  WRK-DATA-ATUAL-AAAA       PIC  9(04).
         05  FILLER                    PIC  X(06).

       01  WRK-ANO-REFER               PIC  9(04) VALUE ZEROS.

       01  WRK-DRECEB-INI.
         05  WRK-DRECEB-INI-AAAA       PIC  9(04).
         05  FILLER                    PIC  X(06) VALUE '-01-01'.
       01  WRK-DRECEB-FIM.
         05  WRK-DRECEB-FIM-AAAA       PIC  9(04).
         05  FILLER                    PIC  X(06) VALUE '-12-31'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CLIENTE E CLASSE EM MONTAGEM                                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-NCONTA-ATUAL            PIC S9(13)V COMP-3 VALUE -1.
       01  WRK-CJUSTF-ATUAL            PIC  X(04) VALUE LOW-VALUES.
       01  WRK-SW-CLIENTE-ABERTO       PIC  X(01) VALUE 'N'.
           88  WRK-CLIENTE-ABERTO                  VALUE 'S'.
       01  WRK-SW-CLASSE-ABERTA        PIC  X(01) VALUE 'N'.
           88  WRK-CLASSE-ABERTA                   VALUE 'S'.

       01  WRK-MES-EVENTO              PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-MES                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-QTD-AGREGADA            PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-VLR-AGREGADO            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

       01  WRK-TOT-CLASSE.
         05  WRK-CLA-VLR-MES           PIC S9(13)V9(02) COMP-3
                                       OCCURS 12 TIMES.
         05  WRK-CLA-VLR-ANO           PIC S9(13)V9(02) COMP-3.
         05  WRK-CLA-QTD-EVENTOS       PIC S9(09) COMP-3.

       01  WRK-TOT-CLIENTE.
         05  WRK-CLI-VLR-MES           PIC S9(13)V9(02) COMP-3
                                       OCCURS 12 TIMES.
         05  WRK-CLI-VLR-ANO           PIC S9(13)V9(02) COMP-3.
         05  WRK-CLI-QTD-EVENTOS       PIC S9(09) COMP-3.
         05  WRK-CLI-QTD-CLASSES       PIC S9(04) COMP.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TITULAR (GOTF1000) E TEXTOS FIXOS NO IDIOMA DELE: OS TEXTOS   *
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
           10  TXT-DS-TITULO           PIC  X(40).
           10  TXT-DS-TOTAL            PIC  X(40).
       01  WRK-DS-TITULO               PIC  X(40) VALUE SPACES.
       01  WRK-DS-TOTAL                PIC  X(40) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-CURSOR          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CLIENTES-GOTF038S     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GRAVADOS-GOTF038S     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-RECOPIADOS-GOTF038P   PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF038S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-ANU-HEADER.
         05  ANH-TIPO-REGISTRO         PIC  X(001) VALUE 'H'.
         05  ANH-NCONTA-CLIEN          PIC  9(013).
         05  ANH-ANO-REFER             PIC  9(004).
         05  ANH-NOME-CLIEN            PIC  X(040).
         05  ANH-NDOC-CLIEN            PIC  X(014).
         05  ANH-NIDIOMA               PIC  9(004).
         05  ANH-DS-TITULO             PIC  X(040).
         05  ANH-DT-GERACAO            PIC  X(010).
         05  FILLER                    PIC  X(174) VALUE SPACES.

       01  WRK-REG-ANU-CLASSE.
         05  ANC-TIPO-REGISTRO         PIC  X(001) VALUE 'C'.
         05  ANC-NCONTA-CLIEN          PIC  9(013).
         05  ANC-CJUSTF                PIC  X(004).
         05  ANC-VLR-MES               PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE
                                           OCCURS 12 TIMES.
         05  ANC-VLR-ANO               PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  ANC-QTD-EVENTOS           PIC  9(009).
         05  FILLER                    PIC  X(065) VALUE SPACES.

       01  WRK-REG-ANU-TRAILER.
         05  ANT-TIPO-REGISTRO         PIC  X(001) VALUE 'T'.
         05  ANT-NCONTA-CLIEN          PIC  9(013).
         05  ANT-DS-TOTAL              PIC  X(040).
         05  ANT-VLR-MES               PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE
                                           OCCURS 12 TIMES.
         05  ANT-VLR-ANO               PIC S9(013)V9(002)
                                           SIGN LEADING SEPARATE.
         05  ANT-QTD-EVENTOS           PIC  9(009).
         05  ANT-QTD-CLASSES           PIC  9(004).
         05  FILLER                    PIC  X(025) VALUE SPACES.

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

       01  WRK-AREA-ERRO-MODULO.
           COPY 'I#FRWKMD'.

       01  WRK-AREA-BRAD0450.
         05  WRK-0450-ABEND-BAT        PIC S9(04)  COMP    VALUE +1111.
         05  WRK-0450-DUMP-BAT         PIC  X(01)  VALUE 'S'.
         05  WRK-0450-ABEND-ARQUIVO    PIC S9(04)  COMP    VALUE +1112.
         05  WRK-0450-ABEND-DB2        PIC S9(04)  COMP    VALUE +1113.
         05  WRK-0450-ABEND-MODULO     PIC S9(04)  COMP    VALUE +1114.
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
               INCLUDE GOTFB0C7
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB997
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * EVENTOS DO ANO NA TABELA ATIVA E NO ARQUIVO MORTO, AGREGADOS  *
      * POR CLIENTE, CLASSE E MES, A PARTIR DA CONTA SEGUINTE A DO    *
      * ULTIMO CHECKPOINT (ZEROS NA EXECUCAO NORMAL). WITH HOLD: O    *
      * CHECKPOINT DO CKRS0100 FAZ COMMIT COM O CURSOR ABERTO         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR WITH HOLD FOR
                SELECT E.NCONTA_CLIEN,
                       E.CJUSTF_EVNTO_TARIF,
                       MONTH(E.DRECEB_MOVTO_TARIF),
                       COUNT(*),
                       SUM(E.VVALOR_COBR_TARIF)
                  FROM (SELECT NCONTA_CLIEN,
                               CJUSTF_EVNTO_TARIF,
                               DRECEB_MOVTO_TARIF,
                               VVALOR_COBR_TARIF
                          FROM DB2PRD.TSIT_MOVTO_TARIF
                         WHERE DRECEB_MOVTO_TARIF BETWEEN
                               :WRK-DRECEB-INI AND :WRK-DRECEB-FIM
                           AND NCONTA_CLIEN > :WRK-RST-ULT-CONTA
                        UNION ALL
                        SELECT NCONTA_CLIEN,
                               CJUSTF_EVNTO_TARIF,
                               DRECEB_MOVTO_TARIF,
                               VVALOR_COBR_TARIF
                          FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ
                         WHERE DRECEB_MOVTO_TARIF BETWEEN
                               :WRK-DRECEB-INI AND :WRK-DRECEB-FIM
                           AND NCONTA_CLIEN > :WRK-RST-ULT-CONTA) E
                 GROUP BY E.NCONTA_CLIEN,
                          E.CJUSTF_EVNTO_TARIF,
                          MONTH(E.DRECEB_MOVTO_TARIF)
                 ORDER BY 1, 2, 3
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
               10  WRK-PARM-DADO-ANO    PIC  9(004).
               10  FILLER               PIC  X(076).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 2000-ABRIR-CURSOR.

           PERFORM 2100-LER-CURSOR.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-EOF-CURSOR.

           IF WRK-CLIENTE-ABERTO
              PERFORM 3900-FECHAR-CLIENTE
           END-IF.

           PERFORM 2200-FECHAR-CURSOR.

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
                      CKRS01-INTERFACE.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WRK-DATA-ATUAL
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1050-RESOLVER-REFERENCIA.

           OPEN OUTPUT  GOTF038S.

           PERFORM 1110-TESTAR-FS-GOTF038S.

           PERFORM 7510-INICIAR-CKRS0100.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * RESOLVE O ANO DE REFERENCIA (PARM OU ANO ANTERIOR AO DA       *
      * EXECUCAO) E A FAIXA DE DRECEB CORRESPONDENTE                  *
      *----------------------------------------------------------------*
       1050-RESOLVER-REFERENCIA        SECTION.
      *----------------------------------------------------------------*

           MOVE '1050-RESOLVER-REFERENCIA' TO   FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-PARM-TAM          IS GREATER THAN +3
              AND WRK-PARM-DADO-ANO     IS NUMERIC
              AND WRK-PARM-DADO-ANO     IS GREATER THAN ZEROS
              MOVE WRK-PARM-DADO-ANO    TO      WRK-ANO-REFER
           ELSE
              MOVE WRK-DATA-ATUAL-AAAA  TO      WRK-ANO-REFER
              SUBTRACT 1              FROM      WRK-ANO-REFER
           END-IF.

           MOVE WRK-ANO-REFER           TO      WRK-DRECEB-INI-AAAA
                                                WRK-DRECEB-FIM-AAAA.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-GOTF038S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF038S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF038S       NOT EQUAL   '00'
              MOVE 'GOTF038S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF038S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-GOTF038P         SECTION.
      *----------------------------------------------------------------*

           MOVE '1120-TESTAR-FS-GOTF038P' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF038P       NOT EQUAL   '00'
              MOVE 'GOTF038P'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF038P      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * RESTART: REFAZ O GOTF038S COPIANDO DO PARCIAL DA EXECUCAO     *
      * ABENDADA OS REGISTROS GRAVADOS ATE O ULTIMO CHECKPOINT. O     *
      * QUE FOI GRAVADO DEPOIS DELE SERA REFEITO PELO CURSOR, QUE     *
      * RETOMA NA CONTA SEGUINTE A WRK-RST-ULT-CONTA                  *
      *----------------------------------------------------------------*
       1200-REPOSICIONAR-GOTF038S      SECTION.
      *----------------------------------------------------------------*

           MOVE '1200-REPOSICIONAR-GOTF038S'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-CONT-REPOS.

           OPEN INPUT   GOTF038P.

           PERFORM 1120-TESTAR-FS-GOTF038P.

           PERFORM 1210-COPIAR-GOTF038P
             UNTIL (WRK-CONT-REPOS   GREATER OR EQUAL
                                          WRK-RST-GRAV-GOTF038S) OR
                   (WRK-FS-GOTF038P      EQUAL   '10').

           IF WRK-CONT-REPOS            LESS    WRK-RST-GRAV-GOTF038S
              MOVE 'GOTF9975'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'GOTF038P COM MENOS REGISTROS QUE O CHECKPOINT'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           CLOSE GOTF038P.

           PERFORM 1120-TESTAR-FS-GOTF038P.

           MOVE WRK-CONT-REPOS          TO      WRK-RECOPIADOS-GOTF038P
                                                WRK-GRAVADOS-GOTF038S.
           MOVE WRK-RST-CLIENTES        TO      WRK-CLIENTES-GOTF038S.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1210-COPIAR-GOTF038P            SECTION.
      *----------------------------------------------------------------*

           MOVE '1210-COPIAR-GOTF038P'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF038P.

           IF WRK-FS-GOTF038P           EQUAL   '10'
              NEXT SENTENCE
           ELSE
              PERFORM 1120-TESTAR-FS-GOTF038P
              WRITE FD-GOTF038S         FROM    FD-GOTF038P
              PERFORM 1110-TESTAR-FS-GOTF038S
              ADD     1              TO      WRK-CONT-REPOS
           END-IF.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ABRIR-CURSOR               SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-ABRIR-CURSOR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C1
                 INTO :GOTFB0B7.NCONTA-CLIEN,
                      :GOTFB0B7.CJUSTF-EVNTO-TARIF,
                      :WRK-MES-EVENTO,
                      :WRK-QTD-AGREGADA,
                      :WRK-VLR-AGREGADO
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1                  TO      WRK-LIDOS-CURSOR
              WHEN +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN OTHER
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0020'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-FECHAR-CURSOR              SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-FECHAR-CURSOR'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                CLOSE C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CADA LINHA DO CURSOR E UM (CLIENTE, CLASSE, MES). QUEBRA DE   *
      * CLIENTE FECHA O ANTERIOR E ABRE O NOVO; QUEBRA DE CLASSE      *
      * GRAVA A LINHA 'C' DA CLASSE ANTERIOR                          *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NCONTA-CLIEN OF GOTFB0B7  NOT EQUAL WRK-NCONTA-ATUAL
              IF WRK-CLIENTE-ABERTO
                 PERFORM 3900-FECHAR-CLIENTE
              END-IF
              PERFORM 3100-ABRIR-CLIENTE
           ELSE
              IF CJUSTF-EVNTO-TARIF OF GOTFB0B7
                                        NOT EQUAL WRK-CJUSTF-ATUAL
                 PERFORM 3800-FECHAR-CLASSE
              END-IF
           END-IF.

           IF NOT WRK-CLASSE-ABERTA
              INITIALIZE WRK-TOT-CLASSE
              MOVE CJUSTF-EVNTO-TARIF OF GOTFB0B7
                                        TO      WRK-CJUSTF-ATUAL
              SET WRK-CLASSE-ABERTA     TO      TRUE
           END-IF.

           MOVE WRK-MES-EVENTO          TO      WRK-IDX-MES.

           ADD WRK-VLR-AGREGADO         TO
                                  WRK-CLA-VLR-MES (WRK-IDX-MES)
                                  WRK-CLA-VLR-ANO.
           ADD WRK-QTD-AGREGADA         TO      WRK-CLA-QTD-EVENTOS.

           PERFORM 2100-LER-CURSOR.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ABRE O CLIENTE: TITULAR E IDIOMA PELO GOTF1000 (CONTA SEM     *
      * CADASTRO SAI SEM NOME, EM PORTUGUES), TEXTOS FIXOS NO IDIOMA  *
      * E GRAVACAO DO REGISTRO 'H'                                    *
      *----------------------------------------------------------------*
       3100-ABRIR-CLIENTE              SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-ABRIR-CLIENTE'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-CLIEN OF GOTFB0B7 TO     WRK-NCONTA-ATUAL.
           INITIALIZE WRK-TOT-CLIENTE.
           SET WRK-CLIENTE-ABERTO       TO      TRUE.
           MOVE 'N'                     TO      WRK-SW-CLASSE-ABERTA.

           INITIALIZE GOTFWCAD.
           MOVE ZEROS                   TO      GOTFWCAD-NCONTA-CLIEN.
           IF NCONTA-CLIEN OF GOTFB0B7  IS GREATER THAN ZEROS
              MOVE NCONTA-CLIEN OF GOTFB0B7
                                        TO      GOTFWCAD-NCONTA-CLIEN
           END-IF.

           CALL WRK-GOTF1000            USING   GOTFWCAD.

           IF GOTFWCAD-ERRO-DB2
              MOVE GOTFWCAD-SQLCODE     TO      FRWKGDB2-SQLCODE
              MOVE 'TCADT_CONTA_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0060'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF GOTFWCAD-NIDIOMA          IS GREATER THAN ZEROS
              MOVE GOTFWCAD-NIDIOMA     TO      WRK-IDIOMA-CLIENTE
           ELSE
              MOVE 1                    TO      WRK-IDIOMA-CLIENTE
           END-IF.

           PERFORM 5000-RESOLVER-TEXTOS.

           MOVE GOTFWCAD-NCONTA-CLIEN   TO      ANH-NCONTA-CLIEN.
           MOVE WRK-ANO-REFER           TO      ANH-ANO-REFER.
           MOVE GOTFWCAD-NOME-CLIEN     TO      ANH-NOME-CLIEN.
           MOVE GOTFWCAD-NDOC-CLIEN     TO      ANH-NDOC-CLIEN.
           MOVE WRK-IDIOMA-CLIENTE      TO      ANH-NIDIOMA.
           MOVE WRK-DS-TITULO           TO      ANH-DS-TITULO.
           MOVE WRK-DATA-ATUAL          TO      ANH-DT-GERACAO.

           WRITE FD-GOTF038S            FROM    WRK-REG-ANU-HEADER.

           PERFORM 1110-TESTAR-FS-GOTF038S.

           ADD 1                        TO      WRK-GRAVADOS-GOTF038S.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA A LINHA 'C' DA CLASSE E SOMA NO TOTAL DO CLIENTE. AS    *
      * CLASSES DE CONTRAPARTIDA TEM VALOR NEGATIVO E ABATEM O TOTAL  *
      *----------------------------------------------------------------*
       3800-FECHAR-CLASSE              SECTION.
      *----------------------------------------------------------------*

           MOVE '3800-FECHAR-CLASSE'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE GOTFWCAD-NCONTA-CLIEN   TO      ANC-NCONTA-CLIEN.
           MOVE WRK-CJUSTF-ATUAL        TO      ANC-CJUSTF.

           PERFORM 3810-TOTALIZAR-MES-CLASSE
             VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES    IS GREATER THAN 12.

           MOVE WRK-CLA-VLR-ANO         TO      ANC-VLR-ANO.
           MOVE WRK-CLA-QTD-EVENTOS     TO      ANC-QTD-EVENTOS.

           ADD WRK-CLA-VLR-ANO          TO      WRK-CLI-VLR-ANO.
           ADD WRK-CLA-QTD-EVENTOS      TO      WRK-CLI-QTD-EVENTOS.
           ADD 1                        TO      WRK-CLI-QTD-CLASSES.

           WRITE FD-GOTF038S            FROM    WRK-REG-ANU-CLASSE.

           PERFORM 1110-TESTAR-FS-GOTF038S.

           ADD 1                        TO      WRK-GRAVADOS-GOTF038S.

           MOVE 'N'                     TO      WRK-SW-CLASSE-ABERTA.

      *----------------------------------------------------------------*
       3800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3810-TOTALIZAR-MES-CLASSE       SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CLA-VLR-MES (WRK-IDX-MES)
                                        TO
                                  ANC-VLR-MES (WRK-IDX-MES).
           ADD WRK-CLA-VLR-MES (WRK-IDX-MES)
                                        TO
                                  WRK-CLI-VLR-MES (WRK-IDX-MES).

      *----------------------------------------------------------------*
       3810-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FECHA O CLIENTE: ULTIMA CLASSE, REGISTRO 'T' COM O TOTAL      *
      * LIQUIDO E, A CADA WRK-INTERVALO-CKPT CLIENTES, CHECKPOINT -   *
      * SEMPRE NA FRONTEIRA DE CLIENTE, PARA O RESTART NAO PARTIR UM  *
      * DEMONSTRATIVO AO MEIO                                         *
      *----------------------------------------------------------------*
       3900-FECHAR-CLIENTE             SECTION.
      *----------------------------------------------------------------*

           MOVE '3900-FECHAR-CLIENTE'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-CLASSE-ABERTA
              PERFORM 3800-FECHAR-CLASSE
           END-IF.

           MOVE GOTFWCAD-NCONTA-CLIEN   TO      ANT-NCONTA-CLIEN.
           MOVE WRK-DS-TOTAL            TO      ANT-DS-TOTAL.

           PERFORM 3910-TOTALIZAR-MES-CLIENTE
             VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES    IS GREATER THAN 12.

           MOVE WRK-CLI-VLR-ANO         TO      ANT-VLR-ANO.
           MOVE WRK-CLI-QTD-EVENTOS     TO      ANT-QTD-EVENTOS.
           MOVE WRK-CLI-QTD-CLASSES     TO      ANT-QTD-CLASSES.

           WRITE FD-GOTF038S            FROM    WRK-REG-ANU-TRAILER.

           PERFORM 1110-TESTAR-FS-GOTF038S.

           ADD 1                        TO      WRK-GRAVADOS-GOTF038S.
           ADD 1                        TO      WRK-CLIENTES-GOTF038S.

           MOVE 'N'                     TO      WRK-SW-CLIENTE-ABERTO.

           MOVE WRK-NCONTA-ATUAL        TO      WRK-RST-ULT-CONTA.
           MOVE WRK-GRAVADOS-GOTF038S   TO      WRK-RST-GRAV-GOTF038S.
           MOVE WRK-CLIENTES-GOTF038S   TO      WRK-RST-CLIENTES.
           ADD     1                     TO      WRK-CKPT-CONT.

           IF WRK-CKPT-CONT         GREATER OR EQUAL WRK-INTERVALO-CKPT
              PERFORM 7540-GRAVAR-CHECKPOINT
              MOVE ZEROS                 TO      WRK-CKPT-CONT
           END-IF.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3910-TOTALIZAR-MES-CLIENTE      SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CLI-VLR-MES (WRK-IDX-MES)
                                        TO
                                  ANT-VLR-MES (WRK-IDX-MES).

      *----------------------------------------------------------------*
       3910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    RESOLVE OS TEXTOS FIXOS DO DEMONSTRATIVO NO IDIOMA DO
      *    TITULAR, COM O TEXTO BUSCADO NO CATALOGO TCATL_MENSAGEM
      *    ('GOTFANUH' TITULO, 'GOTFANUT' TOTAL) E MEMORIZADO POR
      *    IDIOMA. CATALOGO SEM O TEXTO MANTEM O PORTUGUES PADRAO.
      *----------------------------------------------------------------*
       5000-RESOLVER-TEXTOS            SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-RESOLVER-TEXTOS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-IDX-TEXTO-ACHADO.

           PERFORM 5010-PROCURAR-IDIOMA
             VARYING WRK-IDX-TXT FROM 1 BY 1
               UNTIL WRK-IDX-TXT    IS GREATER THAN WRK-QTD-TEXTOS
                  OR WRK-IDX-TEXTO-ACHADO IS GREATER THAN ZEROS.

           IF WRK-IDX-TEXTO-ACHADO      IS GREATER THAN ZEROS
              MOVE TXT-DS-TITULO (WRK-IDX-TEXTO-ACHADO)
                                        TO      WRK-DS-TITULO
              MOVE TXT-DS-TOTAL (WRK-IDX-TEXTO-ACHADO)
                                        TO      WRK-DS-TOTAL
              GO TO 5000-99-FIM
           END-IF.

           MOVE 'DEMONSTRATIVO ANUAL DE TARIFAS'
                                        TO      WRK-DS-TITULO.
           MOVE 'TOTAL LIQUIDO DO ANO'  TO      WRK-DS-TOTAL.

           MOVE WRK-IDIOMA-CLIENTE      TO      NIDIOMA OF FRWKB997.

           EXEC SQL
             SELECT DS_TEXTO_MENSAGEM
               INTO :FRWKB997.DS-TEXTO-MENSAGEM
               FROM DB2PRD.TCATL_MENSAGEM
              WHERE CCOD_MENSAGEM = 'GOTFANUH'
                AND NIDIOMA       = :FRWKB997.NIDIOMA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 MOVE DS-TEXTO-MENSAGEM OF FRWKB997 (1:40)
                                        TO      WRK-DS-TITULO
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'TCATL_MENSAGEM'  TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0061'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           EXEC SQL
             SELECT DS_TEXTO_MENSAGEM
               INTO :FRWKB997.DS-TEXTO-MENSAGEM
               FROM DB2PRD.TCATL_MENSAGEM
              WHERE CCOD_MENSAGEM = 'GOTFANUT'
                AND NIDIOMA       = :FRWKB997.NIDIOMA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 MOVE DS-TEXTO-MENSAGEM OF FRWKB997 (1:40)
                                        TO      WRK-DS-TOTAL
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'TCATL_MENSAGEM'  TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0062'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           IF WRK-QTD-TEXTOS        IS LESS THAN 10
              ADD 1                     TO      WRK-QTD-TEXTOS
              MOVE WRK-IDIOMA-CLIENTE   TO
                                  TXT-NIDIOMA (WRK-QTD-TEXTOS)
              MOVE WRK-DS-TITULO        TO
                                  TXT-DS-TITULO (WRK-QTD-TEXTOS)
              MOVE WRK-DS-TOTAL         TO
                                  TXT-DS-TOTAL (WRK-QTD-TEXTOS)
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
       7500-CHAMADA-CKRS0100           SECTION.
      *----------------------------------------------------------------*

           MOVE '7500-CHAMADA-CKRS0100' TO    FRWKGHEA-IDEN-PARAGRAFO.

           CALL WRK-CKRS0100            USING   CKRS01-INTERFACE.

           IF CK01-CODIGO-RETORNO       NOT EQUAL   ZEROS
              MOVE 'CKRS0100'           TO      FRWKGMOD-NOME-MODULO
              MOVE CK01-CODIGO-RETORNO  TO      FRWKGMOD-COD-RETORNO
              PERFORM 9300-TRATAR-ERRO-MODULO
           END-IF.

      *----------------------------------------------------------------*
       7500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7510-INICIAR-CKRS0100           SECTION.
      *----------------------------------------------------------------*

           MOVE '7510-INICIAR-CKRS0100' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ' '                    TO      CK01-PLAN.
           MOVE 'DB2'                  TO      CK01-ID-DB2.
           MOVE 'I'                    TO      CK01-FUNCAO.
           MOVE WRK-ANO-REFER          TO      WRK-RST-ANO-REFER.
           MOVE WRK-AREA-RESTART       TO      CK01-AREA-RESTART.
           MOVE LENGTH OF WRK-AREA-RESTART
                                        TO      CK01-TAM-AREA-RESTART.

           PERFORM 7500-CHAMADA-CKRS0100.

           IF CK01-STATUS               EQUAL   'REST'
              MOVE ZEROS                TO      WRK-RST-ANO-REFER
              MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                        TO      WRK-AREA-RESTART
              PERFORM 7530-VALIDAR-REFERENCIA
              PERFORM 1200-REPOSICIONAR-GOTF038S
           END-IF.

      *----------------------------------------------------------------*
       7510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONFERE O ANO DE REFERENCIA GRAVADO NA AREA DE RESTART CONTRA  *
      * O DESTA EXECUCAO ANTES DE REFAZER O GOTF038S: A POSICAO DE     *
      * OUTRO ANO PULARIA CLIENTES DO ANO PEDIDO E MISTURARIA OS DOIS  *
      * DEMONSTRATIVOS. AREA SEM ANO (GRAVADA ANTES DO CAMPO EXISTIR)  *
      * RETOMA COM AVISO, COMO SEMPRE FOI                              *
      *----------------------------------------------------------------*
       7530-VALIDAR-REFERENCIA         SECTION.
      *----------------------------------------------------------------*

           MOVE '7530-VALIDAR-REFERENCIA' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-RST-ANO-REFER     NOT NUMERIC
              OR WRK-RST-ANO-REFER      EQUAL   ZEROS
              DISPLAY 'GOTF2ANU - AREA DE RESTART SEM ANO DE '
                      'REFERENCIA - RETOMADA ACEITA SEM CONFERENCIA'
              MOVE WRK-ANO-REFER        TO      WRK-RST-ANO-REFER
              GO TO 7530-99-FIM
           END-IF.

           IF WRK-RST-ANO-REFER         EQUAL   WRK-ANO-REFER
              GO TO 7530-99-FIM
           END-IF.

           DISPLAY '*********** GOTF2ANU ***********'
           DISPLAY '*                              *'
           DISPLAY '*  RESTART RECUSADO: AREA DE   *'
           DISPLAY '*  RESTART DE OUTRO ANO        *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* ANO DA AREA     : ' WRK-RST-ANO-REFER
           DISPLAY '* ANO DA EXECUCAO : ' WRK-ANO-REFER
           DISPLAY '* ---------------------------- *'
           DISPLAY '* REINICIE COM O ANO DA AREA   *'
           DISPLAY '* NO PARM (POS 01-04)          *'
           DISPLAY '*********** GOTF2ANU ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF038S.

           PERFORM 1110-TESTAR-FS-GOTF038S.

           MOVE WRK-RC-RESTART-INVALIDO TO      RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       7530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7540-GRAVAR-CHECKPOINT          SECTION.
      *----------------------------------------------------------------*

           MOVE '7540-GRAVAR-CHECKPOINT' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'P'                    TO      CK01-FUNCAO.
           MOVE 'DB2'                  TO      CK01-ID-DB2.
           MOVE WRK-AREA-RESTART       TO      CK01-AREA-RESTART.
           MOVE LENGTH OF WRK-AREA-RESTART
                                        TO      CK01-TAM-AREA-RESTART.

           PERFORM 7500-CHAMADA-CKRS0100.

      *----------------------------------------------------------------*
       7540-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2ANU ***********'
           DISPLAY '*                              *'
           DISPLAY '* DEMONSTRATIVO ANUAL          *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* ANO               : ' WRK-ANO-REFER
           DISPLAY '* AGREGADOS LIDOS   : ' WRK-LIDOS-CURSOR
           DISPLAY '* CLIENTES GOTF038S : ' WRK-CLIENTES-GOTF038S
           DISPLAY '* GRAVADOS GOTF038S : ' WRK-GRAVADOS-GOTF038S
           DISPLAY '* RECOPIADOS RESTART: ' WRK-RECOPIADOS-GOTF038P
           DISPLAY '*********** GOTF2ANU ***********'

           MOVE 'F'                     TO      CK01-FUNCAO.
           MOVE 'DB2'                   TO      CK01-ID-DB2.
           PERFORM 7500-CHAMADA-CKRS0100.

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF038S.

           PERFORM 1110-TESTAR-FS-GOTF038S.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
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
       9300-TRATAR-ERRO-MODULO         SECTION.
      *----------------------------------------------------------------*

           SET ERRO-MODULO              TO      TRUE.

           MOVE FRWKGMOD-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE WRK-AREA-ERRO-MODULO    TO      WRK-BLOCO-INFO-ERRO
                                                (1:FRWKGHEA-TAM-DADOS).

           DISPLAY ' '.
           DISPLAY 'FRWKGMOD-NOME-MODULO   = ' FRWKGMOD-NOME-MODULO.
           DISPLAY 'FRWKGMOD-COD-RETORNO   = ' FRWKGMOD-COD-RETORNO.
           DISPLAY 'FRWKGMOD-COD-ERRO      = ' FRWKGMOD-COD-ERRO.
           DISPLAY 'FRWKGMOD-COD-MENSAGEM  = ' FRWKGMOD-COD-MENSAGEM.

           PERFORM 9900-TRATAR-ERRO.

      *----------------------------------------------------------------*
       9300-99-FIM.                    EXIT.
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

           MOVE 'GOTF2ANU'              TO      FRWKGHEA-NOME-PROGRAMA.

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
              WHEN ERRO-MODULO
                 MOVE WRK-0450-ABEND-MODULO
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
