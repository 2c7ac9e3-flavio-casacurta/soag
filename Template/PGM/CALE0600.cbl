      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. CALE0600.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  CALE0600                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  AGOSTO/2028                                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                CALE002S          O              WRK-LINHA-COBER*
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    CALEB001 - DCLGEN DA TABELA TCALE_FERIADO                   *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCALE_FERIADO             CALEB001       *
      *                DB2PRD.TMANIF_PSSOA              (SO SELECT)    *
      *                DB2PRD.TPRAZO_CHEGD_TARIF        (SO SELECT)    *
      *                DB2PRD.TORIGE_SIST_TARIF         (SO SELECT)    *
      *                DB2PRD.TSIT_MOVTO_TARIF          (SO SELECT)    *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    AGO/2028 - HOMI - PROGRAMA CRIADO. CONFERENCIA DE COBERTURA *
      *               DO CALENDARIO DO ANO SEGUINTE, RODADA A PARTIR   *
      *               DE OUTUBRO: LEVANTA AS DEPENDENCIAS/PRACAS EM    *
      *               USO (MANIFESTACOES ABERTAS OU ABERTAS NOS        *
      *               ULTIMOS 12 MESES EM TMANIF_PSSOA, PRACAS DOS     *
      *               PRAZOS DE CHEGADA EM DIA UTIL DE                 *
      *               TPRAZO_CHEGD_TARIF DAS ORIGENS ATIVAS) E OS      *
      *               PAISES EM USO (MOEDAS ESTRANGEIRAS DOS EVENTOS   *
      *               DE TARIFA DOS ULTIMOS 12 MESES, CHAVE DO         *
      *               CALENDARIO EXTERNO NA FUNCAO 'PU' DO CALE2000),  *
      *               E CONFERE EM TCALE_FERIADO SE O ANO ESTA         *
      *               CARREGADO PARA CADA UM, CONTANDO FERIADOS E      *
      *               DIAS DE MEIO EXPEDIENTE. O CALENDARIO NACIONAL   *
      *               DO BRASIL PRECISA TER AMBOS. AS LACUNAS VAO PARA *
      *               O RELATORIO CALE002S (RETURN-CODE 4) E, A        *
      *               PARTIR DA DATA DE CORTE DO PARM, GERAM REGISTRO  *
      *               DE ERRO LIVRE NO LOG DO FRAMEWORK - A TRILHA QUE *
      *               O FRWK6000 TRANSFORMA EM ALERTA. SO-LEITURA.     *
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

           SELECT CALE002S ASSIGN      TO   UT-S-CALE002S
                      FILE STATUS      IS   WRK-FS-CALE002S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: CALE002S - COBERTURA DO CALENDARIO DO ANO CONFERIDO  *
      *            POR ABRANGENCIA (NACIONAL, DEPENDENCIA, PAIS)       *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  CALE002S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CALE002S                 PIC  X(132).

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

       01  WRK-SW-EOF-DEPEND           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-DEPEND                      VALUE 'S'.
       01  WRK-SW-EOF-PAIS             PIC  X(01) VALUE 'N'.
           88  WRK-EOF-PAIS                        VALUE 'S'.

      *----------------------------------------------------------------*
      *    DATAS DE REFERENCIA: ANO CONFERIDO (PARM OU ANO SEGUINTE),  *
      *    JANELA DE USO (ULTIMOS 12 MESES) E DATA DE CORTE DO ALERTA  *
      *    (MES-DIA DO PARM, PADRAO 30/11, NO ANO ANTERIOR AO          *
      *    CONFERIDO)                                                  *
      *----------------------------------------------------------------*
       01  WRK-DATA-HOJE               PIC  X(10) VALUE SPACES.
       01  WRK-DT-INICIO-USO           PIC  X(10) VALUE SPACES.
       01  WRK-ANO-CORRENTE            PIC S9(09) COMP VALUE ZEROS.
       01  WRK-ANO-CONFERIDO           PIC  9(04) VALUE ZEROS.
       01  WRK-MMDD-CORTE              PIC  X(05) VALUE '11-30'.
       01  FILLER                      REDEFINES   WRK-MMDD-CORTE.
         05  WRK-MM-CORTE              PIC  9(02).
         05  FILLER                    PIC  X(01).
         05  WRK-DD-CORTE              PIC  9(02).

       01  WRK-DT-INICIO-ANO.
         05  WRK-DT-INICIO-AAAA        PIC  9(04).
         05  FILLER                    PIC  X(06) VALUE '-01-01'.
       01  WRK-DT-FIM-ANO.
         05  WRK-DT-FIM-AAAA           PIC  9(04).
         05  FILLER                    PIC  X(06) VALUE '-12-31'.
       01  WRK-DT-CORTE.
         05  WRK-DT-CORTE-AAAA         PIC  9(04).
         05  FILLER                    PIC  X(01) VALUE '-'.
         05  WRK-DT-CORTE-MMDD         PIC  X(05).

       01  WRK-SW-CORTE                PIC  X(01) VALUE 'N'.
           88  WRK-CORTE-VENCIDO                   VALUE 'S'.
       01  WRK-SW-ALERTA               PIC  X(01) VALUE 'N'.
           88  WRK-ALERTA-REGISTRADO               VALUE 'S'.

      *----------------------------------------------------------------*
      *    ENTIDADE CORRENTE E SUA COBERTURA NO ANO CONFERIDO          *
      *----------------------------------------------------------------*
       01  WRK-NDEPEND                 PIC S9(08)V COMP-3 VALUE ZEROS.
       01  WRK-IN-USO-MANIF            PIC  X(01) VALUE SPACES.
       01  WRK-IN-USO-PRAZO            PIC  X(01) VALUE SPACES.
       01  WRK-CPAIS                   PIC  X(03) VALUE SPACES.
       01  WRK-QTD-DIA-INTEIRO         PIC S9(09) COMP VALUE ZEROS.
       01  WRK-QTD-MEIO-DIA            PIC S9(09) COMP VALUE ZEROS.

       01  WRK-ACUMULADORES.
         05  WRK-DEPEND-CONFERIDAS     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PAISES-CONFERIDOS     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LACUNAS-NACIONAL      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LACUNAS-DEPEND        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LACUNAS-PAIS          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LACUNAS-TOTAL         PIC  9(09)  COMP-3  VALUE ZEROS.

       01  WRK-EDT-LACUNAS             PIC  ZZZZZZZZ9.

       01  WRK-FS-CALE002S             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA CALE002S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-TITULO.
         05  FILLER                    PIC  X(046) VALUE
           'CALE0600 - COBERTURA DO CALENDARIO DO ANO '.
         05  TIT-ANO                   PIC  9(004).
         05  FILLER                    PIC  X(017) VALUE
           '   CONFERIDO EM '.
         05  TIT-DATA                  PIC  X(010).
         05  FILLER                    PIC  X(055) VALUE SPACES.

       01  WRK-LINHA-CABEC.
         05  FILLER                    PIC  X(044) VALUE
           'ABRANGENCIA  CHAVE     USO'.
         05  FILLER                    PIC  X(088) VALUE
           'FERIADOS  MEIO-DIA    SITUACAO'.

       01  WRK-LINHA-COBER.
         05  COB-ABRANGENCIA           PIC  X(012).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  COB-CHAVE                 PIC  X(008).
         05  COB-CHAVE-NUM             REDEFINES   COB-CHAVE
                                       PIC  9(008).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  COB-USO                   PIC  X(020).
         05  FILLER                    PIC  X(005) VALUE SPACES.
         05  COB-QTD-INTEIRO           PIC  ZZZ9.
         05  FILLER                    PIC  X(006) VALUE SPACES.
         05  COB-QTD-MEIO              PIC  ZZZ9.
         05  FILLER                    PIC  X(004) VALUE SPACES.
         05  COB-SITUACAO              PIC  X(030).
         05  FILLER                    PIC  X(036) VALUE SPACES.

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
               INCLUDE CALEB001
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DEPENDENCIAS/PRACAS EM USO: DAS MANIFESTACOES (ABERTAS OU      *
      * ABERTAS NA JANELA DE USO - PRAZOS DO SACL2PRZ/SACL2CAR) E DOS  *
      * PRAZOS DE CHEGADA EM DIA UTIL DAS ORIGENS ATIVAS (GOTF2MON),   *
      * UMA LINHA POR DEPENDENCIA COM A MARCA DE CADA USO              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CDEPEND CURSOR FOR
                SELECT U.NDEPEND,
                       MAX(U.IN_MANIF),
                       MAX(U.IN_PRAZO)
                  FROM (SELECT M.NDEPEND_MANIF AS NDEPEND,
                               'S'             AS IN_MANIF,
                               'N'             AS IN_PRAZO
                          FROM DB2PRD.TMANIF_PSSOA M
                         WHERE (M.CSIT_MANIF     = 'A'
                            OR  M.DT_ABERT_MANIF >= :WRK-DT-INICIO-USO)
                           AND M.NDEPEND_MANIF  <> 0
                        UNION ALL
                        SELECT P.NDEPEND_PRACA,
                               'N',
                               'S'
                          FROM DB2PRD.TPRAZO_CHEGD_TARIF P,
                               DB2PRD.TORIGE_SIST_TARIF  O
                         WHERE O.CSIST_ORIGE_TARIF = P.CSIST_ORIGE_TARIF
                           AND O.IN_ATIVO          = 'S'
                           AND P.CPERIODICIDADE    = 'U'
                           AND P.NDEPEND_PRACA    <> 0) AS U
                 GROUP BY U.NDEPEND
                 ORDER BY U.NDEPEND
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PAISES EM USO: MOEDAS ESTRANGEIRAS DOS EVENTOS DE TARIFA NA    *
      * JANELA DE USO (A MOEDA E A CHAVE DO CALENDARIO EXTERNO PASSADA *
      * AO CALE2000 'PU' PELO GOTF2REM)                                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPAIS CURSOR FOR
                SELECT DISTINCT CMOEDA_ORIGL_TARIF
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE CMOEDA_ORIGL_TARIF NOT IN (' ', 'BRL')
                   AND DRECEB_MOVTO_TARIF >= :WRK-DT-INICIO-USO
                 ORDER BY CMOEDA_ORIGL_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *          PARM: POS 01-04 ANO CONFERIDO (OPCIONAL - BRANCO OU   *
      *                          ZEROS = ANO SEGUINTE AO CORRENTE)     *
      *                POS 05-09 MES-DIA DE CORTE DO ALERTA 'MM-DD'    *
      *                          (OPCIONAL - PADRAO '11-30')           *
      *----------------------------------------------------------------*
       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM             PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-ANO    PIC  X(004).
               10  WRK-PARM-DADO-ANO-N  REDEFINES WRK-PARM-DADO-ANO
                                        PIC  9(004).
               10  WRK-PARM-DADO-CORTE  PIC  X(005).
               10  FILLER               PIC  X(071).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 2000-CONFERIR-NACIONAL.

           PERFORM 3000-CONFERIR-DEPENDENCIA
             UNTIL WRK-EOF-DEPEND.

           PERFORM 4000-CONFERIR-PAIS
             UNTIL WRK-EOF-PAIS.

           PERFORM 5000-AVALIAR-ALERTA.

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
                      FRWKGLIV-REGISTRO.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO),
                       YEAR(CURRENT DATE),
                       CHAR(CURRENT DATE - 12 MONTHS, ISO)
                  INTO :WRK-DATA-HOJE,
                       :WRK-ANO-CORRENTE,
                       :WRK-DT-INICIO-USO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1200-VALIDAR-PARM.

           MOVE WRK-ANO-CONFERIDO       TO      WRK-DT-INICIO-AAAA
                                                WRK-DT-FIM-AAAA.
           COMPUTE WRK-DT-CORTE-AAAA = WRK-ANO-CONFERIDO - 1.
           MOVE WRK-MMDD-CORTE          TO      WRK-DT-CORTE-MMDD.

           IF WRK-DATA-HOJE         NOT LESS    WRK-DT-CORTE
              SET WRK-CORTE-VENCIDO     TO      TRUE
           END-IF.

           OPEN OUTPUT  CALE002S.
           PERFORM 1100-TESTAR-FS-CALE002S.

           MOVE WRK-ANO-CONFERIDO       TO      TIT-ANO.
           MOVE WRK-DATA-HOJE           TO      TIT-DATA.
           MOVE WRK-LINHA-TITULO        TO      FD-CALE002S.
           WRITE FD-CALE002S.
           PERFORM 1100-TESTAR-FS-CALE002S.

           MOVE WRK-LINHA-CABEC         TO      FD-CALE002S.
           WRITE FD-CALE002S.
           PERFORM 1100-TESTAR-FS-CALE002S.

           EXEC SQL
                OPEN CDEPEND
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-DEPENDENCIA.

           EXEC SQL
                OPEN CPAIS
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0015'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2200-LER-PAIS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-CALE002S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-CALE002S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-CALE002S       NOT EQUAL   '00'
              MOVE 'CALE002S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-CALE002S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ANO CONFERIDO: O DO PARM OU, EM BRANCO/ZEROS, O SEGUINTE AO    *
      * CORRENTE. CORTE DO ALERTA: MES-DIA DO PARM OU '11-30'          *
      *----------------------------------------------------------------*
       1200-VALIDAR-PARM               SECTION.
      *----------------------------------------------------------------*

           MOVE '1200-VALIDAR-PARM'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           COMPUTE WRK-ANO-CONFERIDO = WRK-ANO-CORRENTE + 1.

           IF WRK-PARM-TAM          IS GREATER THAN +3
              AND WRK-PARM-DADO-ANO NOT EQUAL   SPACES
              AND WRK-PARM-DADO-ANO NOT EQUAL   '0000'
              IF WRK-PARM-DADO-ANO      NOT NUMERIC
                 MOVE 'CALE9999'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'ANO CONFERIDO DO PARM NAO NUMERICO'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
              MOVE WRK-PARM-DADO-ANO-N  TO      WRK-ANO-CONFERIDO
           END-IF.

           IF WRK-PARM-TAM          IS GREATER THAN +8
              AND WRK-PARM-DADO-CORTE NOT EQUAL SPACES
              MOVE WRK-PARM-DADO-CORTE  TO      WRK-MMDD-CORTE
              IF WRK-MM-CORTE           NOT NUMERIC
                 OR WRK-DD-CORTE        NOT NUMERIC
                 OR WRK-MMDD-CORTE (3:1) NOT EQUAL '-'
                 OR WRK-MM-CORTE        IS LESS THAN 01
                 OR WRK-MM-CORTE        IS GREATER THAN 12
                 OR WRK-DD-CORTE        IS LESS THAN 01
                 OR WRK-DD-CORTE        IS GREATER THAN 31
                 MOVE 'CALE9999'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'DATA DE CORTE DO PARM DEVE SER MM-DD'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-DEPENDENCIA            SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-DEPENDENCIA'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CDEPEND
                 INTO :WRK-NDEPEND,
                      :WRK-IN-USO-MANIF,
                      :WRK-IN-USO-PRAZO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-DEPEND     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TMANIF_PSSOA'    TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0020'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-DEPEND-CONFERIDAS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-PAIS                   SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-LER-PAIS'         TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPAIS
                 INTO :WRK-CPAIS
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-PAIS       TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0025'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-PAISES-CONFERIDOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CALENDARIO BASE DO BRASIL: O ANO PRECISA TER OS FERIADOS       *
      * NACIONAIS E TAMBEM OS DIAS DE MEIO EXPEDIENTE (QUARTA DE       *
      * CINZAS, VESPERAS), QUE TODO ANO TEM                            *
      *----------------------------------------------------------------*
       2000-CONFERIR-NACIONAL          SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-CONFERIR-NACIONAL' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN IN_MEIO_DIA = 'S'
                                         THEN 0 ELSE 1 END), 0),
                       COALESCE(SUM(CASE WHEN IN_MEIO_DIA = 'S'
                                         THEN 1 ELSE 0 END), 0)
                  INTO :WRK-QTD-DIA-INTEIRO,
                       :WRK-QTD-MEIO-DIA
                  FROM DB2PRD.TCALE_FERIADO
                 WHERE CTIPO_FERIADO   = 'N'
                   AND CPAIS_FERIADO  IN ('BRA', ' ')
                   AND DT_FERIADO BETWEEN :WRK-DT-INICIO-ANO
                                      AND :WRK-DT-FIM-ANO
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)
              MOVE 'TCALE_FERIADO'      TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'NACIONAL'              TO      COB-ABRANGENCIA.
           MOVE 'BRA'                   TO      COB-CHAVE.
           MOVE 'CALENDARIO BASE'       TO      COB-USO.

           EVALUATE TRUE
              WHEN WRK-QTD-DIA-INTEIRO  EQUAL   ZEROS
                 MOVE 'SEM FERIADOS NO ANO' TO  COB-SITUACAO
                 ADD 1                  TO      WRK-LACUNAS-NACIONAL
              WHEN WRK-QTD-MEIO-DIA     EQUAL   ZEROS
                 MOVE 'SEM MEIO EXPEDIENTE NO ANO'
                                        TO      COB-SITUACAO
                 ADD 1                  TO      WRK-LACUNAS-NACIONAL
              WHEN OTHER
                 MOVE 'OK'              TO      COB-SITUACAO
           END-EVALUATE.

           PERFORM 6000-GRAVAR-LINHA-COBER.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DEPENDENCIA/PRACA EM USO: O ANO PRECISA TER AO MENOS UMA       *
      * ENTRADA LOCAL (ESTADUAL OU MUNICIPAL, FERIADO OU MEIO          *
      * EXPEDIENTE) CARREGADA PARA ELA                                 *
      *----------------------------------------------------------------*
       3000-CONFERIR-DEPENDENCIA       SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-CONFERIR-DEPENDENCIA' TO  FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN IN_MEIO_DIA = 'S'
                                         THEN 0 ELSE 1 END), 0),
                       COALESCE(SUM(CASE WHEN IN_MEIO_DIA = 'S'
                                         THEN 1 ELSE 0 END), 0)
                  INTO :WRK-QTD-DIA-INTEIRO,
                       :WRK-QTD-MEIO-DIA
                  FROM DB2PRD.TCALE_FERIADO
                 WHERE CTIPO_FERIADO  IN ('E', 'M')
                   AND NDEPEND_FERIADO = :WRK-NDEPEND
                   AND CPAIS_FERIADO  IN ('BRA', ' ')
                   AND DT_FERIADO BETWEEN :WRK-DT-INICIO-ANO
                                      AND :WRK-DT-FIM-ANO
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)
              MOVE 'TCALE_FERIADO'      TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0035'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'DEPENDENCIA'           TO      COB-ABRANGENCIA.
           MOVE WRK-NDEPEND             TO      COB-CHAVE-NUM.

           EVALUATE TRUE
              WHEN WRK-IN-USO-MANIF     EQUAL   'S'
               AND WRK-IN-USO-PRAZO     EQUAL   'S'
                 MOVE 'MANIFEST./PRAZO'  TO     COB-USO
              WHEN WRK-IN-USO-MANIF     EQUAL   'S'
                 MOVE 'MANIFESTACAO'    TO      COB-USO
              WHEN OTHER
                 MOVE 'PRAZO DE CHEGADA' TO     COB-USO
           END-EVALUATE.

           IF WRK-QTD-DIA-INTEIRO       EQUAL   ZEROS
              AND WRK-QTD-MEIO-DIA      EQUAL   ZEROS
              MOVE 'SEM CALENDARIO LOCAL NO ANO'
                                        TO      COB-SITUACAO
              ADD 1                     TO      WRK-LACUNAS-DEPEND
           ELSE
              MOVE 'OK'                 TO      COB-SITUACAO
           END-IF.

           PERFORM 6000-GRAVAR-LINHA-COBER.

           PERFORM 2100-LER-DEPENDENCIA.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PAIS EM USO: O CALENDARIO EXTERNO PRECISA TER AO MENOS UMA     *
      * ENTRADA NACIONAL NO ANO                                        *
      *----------------------------------------------------------------*
       4000-CONFERIR-PAIS              SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-CONFERIR-PAIS'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN IN_MEIO_DIA = 'S'
                                         THEN 0 ELSE 1 END), 0),
                       COALESCE(SUM(CASE WHEN IN_MEIO_DIA = 'S'
                                         THEN 1 ELSE 0 END), 0)
                  INTO :WRK-QTD-DIA-INTEIRO,
                       :WRK-QTD-MEIO-DIA
                  FROM DB2PRD.TCALE_FERIADO
                 WHERE CTIPO_FERIADO   = 'N'
                   AND CPAIS_FERIADO   = :WRK-CPAIS
                   AND DT_FERIADO BETWEEN :WRK-DT-INICIO-ANO
                                      AND :WRK-DT-FIM-ANO
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)
              MOVE 'TCALE_FERIADO'      TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'PAIS'                  TO      COB-ABRANGENCIA.
           MOVE WRK-CPAIS               TO      COB-CHAVE.
           MOVE 'MOEDA ESTRANGEIRA'     TO      COB-USO.

           IF WRK-QTD-DIA-INTEIRO       EQUAL   ZEROS
              AND WRK-QTD-MEIO-DIA      EQUAL   ZEROS
              MOVE 'SEM CALENDARIO DO PAIS NO ANO'
                                        TO      COB-SITUACAO
              ADD 1                     TO      WRK-LACUNAS-PAIS
           ELSE
              MOVE 'OK'                 TO      COB-SITUACAO
           END-IF.

           PERFORM 6000-GRAVAR-LINHA-COBER.

           PERFORM 2200-LER-PAIS.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * HAVENDO LACUNA E VENCIDA A DATA DE CORTE: MENSAGEM AO OPERADOR *
      * NO CONSOLE E REGISTRO DE ERRO LIVRE NO LOG DO FRAMEWORK, ONDE  *
      * AS REGRAS DO FRWK6000 TRANSFORMAM A OCORRENCIA EM ALERTA       *
      *----------------------------------------------------------------*
       5000-AVALIAR-ALERTA             SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-AVALIAR-ALERTA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           COMPUTE WRK-LACUNAS-TOTAL = WRK-LACUNAS-NACIONAL
                                     + WRK-LACUNAS-DEPEND
                                     + WRK-LACUNAS-PAIS.

           IF WRK-LACUNAS-TOTAL         EQUAL   ZEROS
              OR NOT WRK-CORTE-VENCIDO
              GO TO 5000-99-FIM
           END-IF.

           MOVE WRK-LACUNAS-TOTAL       TO      WRK-EDT-LACUNAS.

           DISPLAY '*** CALE0600: CALENDARIO ' WRK-ANO-CONFERIDO
                   ' INCOMPLETO - ' WRK-EDT-LACUNAS
                   ' LACUNA(S) APOS ' WRK-DT-CORTE ' ***'
                   UPON CONSOLE.

           MOVE 'CALE9995'              TO      FRWKGLIV-COD-MENSAGEM.
           MOVE SPACES                  TO      FRWKGLIV-PARAMETROS.
           STRING 'CALENDARIO DO ANO '  DELIMITED BY SIZE
                  WRK-ANO-CONFERIDO     DELIMITED BY SIZE
                  ' INCOMPLETO APOS O CORTE '
                                        DELIMITED BY SIZE
                  WRK-DT-CORTE          DELIMITED BY SIZE
                  ' -'                  DELIMITED BY SIZE
                  WRK-EDT-LACUNAS       DELIMITED BY SIZE
                  ' LACUNA(S) - VER CALE002S'
                                        DELIMITED BY SIZE
             INTO FRWKGLIV-PARAMETROS
           END-STRING.

           SET  ERRO-LIVRE              TO      TRUE.
           MOVE 'CALE0600'              TO      FRWKGHEA-NOME-PROGRAMA.
           MOVE FRWKGLIV-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE WRK-AREA-ERRO-LIVRE     TO      WRK-BLOCO-INFO-ERRO
                                                (1:FRWKGHEA-TAM-DADOS).

           CALL WRK-FRWK2999            USING   WRK-AREA-ERRO.

           SET WRK-ALERTA-REGISTRADO    TO      TRUE.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-GRAVAR-LINHA-COBER         SECTION.
      *----------------------------------------------------------------*

           MOVE '6000-GRAVAR-LINHA-COBER' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-QTD-DIA-INTEIRO     TO      COB-QTD-INTEIRO.
           MOVE WRK-QTD-MEIO-DIA        TO      COB-QTD-MEIO.

           MOVE WRK-LINHA-COBER         TO      FD-CALE002S.
           WRITE FD-CALE002S.
           PERFORM 1100-TESTAR-FS-CALE002S.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                CLOSE CDEPEND
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                CLOSE CPAIS
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0055'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           DISPLAY '*********** CALE0600 ***********'
           DISPLAY '*                              *'
           DISPLAY '* COBERTURA DO CALENDARIO      *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* ANO CONFERIDO     : ' WRK-ANO-CONFERIDO
           DISPLAY '* DATA DE CORTE     : ' WRK-DT-CORTE
           DISPLAY '* DEPEND. CONFERIDAS: ' WRK-DEPEND-CONFERIDAS
           DISPLAY '* PAISES CONFERIDOS : ' WRK-PAISES-CONFERIDOS
           DISPLAY '* LACUNAS NACIONAL  : ' WRK-LACUNAS-NACIONAL
           DISPLAY '* LACUNAS DEPEND.   : ' WRK-LACUNAS-DEPEND
           DISPLAY '* LACUNAS PAIS      : ' WRK-LACUNAS-PAIS
           DISPLAY '* ALERTA REGISTRADO : ' WRK-SW-ALERTA
           DISPLAY '*********** CALE0600 ***********'

           IF WRK-LACUNAS-TOTAL     IS GREATER THAN ZEROS
              MOVE 4                    TO      RETURN-CODE
           END-IF.

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE CALE002S.
           PERFORM 1100-TESTAR-FS-CALE002S.

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

           MOVE 'CALE0600'              TO      FRWKGHEA-NOME-PROGRAMA.

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
