      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. FRWK8300.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  FRWK8300                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  NOVEMBRO/2028                                *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  EXPURGO DA TRILHA DE LEITURA DE DADOS DE     *
      *                   CLIENTE (TLOG_ACESSO_CLIEN, LGPD) FORA DO    *
      *                   PRAZO DE RETENCAO: APAGA AS LINHAS COM       *
      *                   DT_ACESSO ANTERIOR A DATA CORRENTE MENOS     *
      *                   DIAS-RETENCAO, COM CURSOR WITH HOLD E DELETE *
      *                   POSICIONADO, EFETIVANDO A CADA               *
      *                   INTERVALO-COMMIT LINHAS (MESMO MOLDE DO      *
      *                   GOTF2LMP). A TRILHA NAO E DESCARREGADA EM    *
      *                   ARQUIVO: VENCIDO O PRAZO, O REGISTRO DE      *
      *                   ACESSO NAO DEVE SOBREVIVER EM LUGAR NENHUM.  *
      *----------------------------------------------------------------*
      *    PARAMETROS (TPARM_EXEC, CNOME_PROGRAMA = 'FRWK8300'):       *
      *    DIAS-RETENCAO    : DIAS DE RETENCAO DA TRILHA (PADRAO 1825) *
      *    INTERVALO-COMMIT : LINHAS APAGADAS ENTRE COMMITS (PADRAO    *
      *                       500)                                     *
      *    PARM POS 01-04 SOBREPOE DIAS-RETENCAO                       *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TLOG_ACESSO_CLIEN         FRWKB989       *
      *                DB2PRD.TPARM_EXEC                FRWKB995       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK3000 - DIARIO DO PARAMETRO EFETIVO DA EXECUCAO          *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    NOV/2028 - HOMI - PROGRAMA CRIADO.                          *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS   COMMA.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

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

       01  WRK-SW-EOF-CURSOR           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CURSOR                      VALUE 'S'.

       01  WRK-DATA-HOJE               PIC  X(10) VALUE SPACES.
       01  WRK-DATA-CORTE              PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARAMETROS DE EXECUCAO (TPARM_EXEC + SOBREPOSICAO DO PARM)    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-DIAS-RETENCAO           PIC S9(04) COMP-3 VALUE +1825.
       01  WRK-COMMIT-CONT             PIC S9(08) COMP VALUE ZEROS.
       01  WRK-INTERVALO-COMMIT        PIC S9(08) COMP VALUE +500.

       01  WRK-SW-FIM-TPARM            PIC  X(01) VALUE 'N'.
           88  WRK-FIM-TPARM                       VALUE 'S'.
       01  WRK-TPARM-VALOR             PIC  X(40) VALUE SPACES.
       01  FILLER REDEFINES WRK-TPARM-VALOR.
         05  WRK-TPARM-VALOR-9-4       PIC  9(04).
         05  FILLER                    PIC  X(36).

       01  WRK-ACUMULADORES.
         05  WRK-QTD-EXPURGADA         PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-COMMITS           PIC  9(09)  COMP-3  VALUE ZEROS.

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
               INCLUDE FRWKB989
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB995
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LINHAS DA TRILHA DE LEITURA FORA DO PRAZO DE RETENCAO          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CACE CURSOR WITH HOLD FOR
                SELECT TS_ACESSO,
                       NTAREFA_CICS
                  FROM DB2PRD.TLOG_ACESSO_CLIEN
                 WHERE DT_ACESSO < :WRK-DATA-CORTE
                   FOR UPDATE OF CCHAVE_CLIEN
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARAMETROS DE EXECUCAO VIGENTES NA TABELA CENTRAL              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPRM CURSOR FOR
                SELECT CNOME_PARM,
                       DS_VALOR_PARM
                  FROM DB2PRD.TPARM_EXEC
                 WHERE CNOME_PROGRAMA = 'FRWK8300'
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

      *----------------------------------------------------------------*
      *          PARM: POS 01-04 DIAS DE RETENCAO DA TRILHA            *
      *                (SOBREPOE A TPARM_EXEC)                         *
      *----------------------------------------------------------------*
       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM             PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-DIAS   PIC  9(004).
               10  FILLER               PIC  X(076).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 3000-EXPURGAR-TRILHA.

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
                      FRWKGDB2-REGISTRO.

           PERFORM 1040-CARREGAR-TPARM.

           PERFORM 1050-LER-PARM.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO),
                       CHAR(CURRENT DATE - :WRK-DIAS-RETENCAO DAYS,
                            ISO)
                  INTO :WRK-DATA-HOJE,
                       :WRK-DATA-CORTE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0001'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1040-CARREGAR-TPARM             SECTION.
      *----------------------------------------------------------------*

           MOVE '1040-CARREGAR-TPARM'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKWPEF.

           MOVE 'N'                     TO      WRK-SW-FIM-TPARM.

           EXEC SQL
                OPEN CPRM
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARM_EXEC'         TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0090'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1045-FETCH-TPARM.

           PERFORM 1046-TRATAR-TPARM
             UNTIL WRK-FIM-TPARM.

           EXEC SQL
                CLOSE CPRM
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARM_EXEC'         TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0091'               TO      FRWKGDB2-LOCAL
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
                 MOVE '0092'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       1045-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1046-TRATAR-TPARM               SECTION.
      *----------------------------------------------------------------*

           MOVE '1046-TRATAR-TPARM'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE DS-VALOR-PARM OF FRWKB995
                                        TO      WRK-TPARM-VALOR.

           IF WRK-TPARM-VALOR-9-4   IS NOT NUMERIC
              OR WRK-TPARM-VALOR-9-4 IS EQUAL ZEROS
              GO TO 1046-90-LER
           END-IF.

           EVALUATE CNOME-PARM OF FRWKB995
              WHEN 'DIAS-RETENCAO'
                 MOVE WRK-TPARM-VALOR-9-4 TO    WRK-DIAS-RETENCAO
              WHEN 'INTERVALO-COMMIT'
                 MOVE WRK-TPARM-VALOR-9-4 TO    WRK-INTERVALO-COMMIT
              WHEN OTHER
                 GO TO 1046-90-LER
           END-EVALUATE.

           MOVE CNOME-PARM OF FRWKB995  TO      FRWKWPEF-NOME-PARM.
           MOVE DS-VALOR-PARM OF FRWKB995
                                        TO      FRWKWPEF-VALOR.
           SET FRWKWPEF-ORIGEM-TABELA   TO      TRUE.
           PERFORM 1048-REGISTRAR-PARM-EFETIVO.

       1046-90-LER.

           PERFORM 1045-FETCH-TPARM.

      *----------------------------------------------------------------*
       1046-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FOTOGRAFA O PARAMETRO EFETIVO DA EXECUCAO EM                   *
      * TPARM_EXEC_EFETIVO (FRWK3000)                                  *
      *----------------------------------------------------------------*
       1048-REGISTRAR-PARM-EFETIVO     SECTION.
      *----------------------------------------------------------------*

           MOVE '1048-REGISTRAR-PARM-EFETIVO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'FRWK8300'              TO      FRWKWPEF-PROGRAMA.

           CALL WRK-FRWK3000            USING   FRWKWPEF.

      *----------------------------------------------------------------*
       1048-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-LER-PARM                   SECTION.
      *----------------------------------------------------------------*

           MOVE '1050-LER-PARM'         TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-PARM-TAM              IS GREATER THAN +3
              IF WRK-PARM-DADO-DIAS     IS NUMERIC
                 AND WRK-PARM-DADO-DIAS IS GREATER THAN ZEROS
                 MOVE WRK-PARM-DADO-DIAS TO     WRK-DIAS-RETENCAO
                 MOVE 'DIAS-RETENCAO'   TO      FRWKWPEF-NOME-PARM
                 MOVE SPACES            TO      FRWKWPEF-VALOR
                 MOVE WRK-PARM-DADOS (1:4)
                                        TO      FRWKWPEF-VALOR
                 SET FRWKWPEF-ORIGEM-JCL TO     TRUE
                 PERFORM 1048-REGISTRAR-PARM-EFETIVO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXPURGAR-TRILHA            SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-EXPURGAR-TRILHA'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.

           EXEC SQL
                OPEN CACE
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TLOG_ACESSO_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0110'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 3100-LER-TRILHA.

           PERFORM 3200-APAGAR-TRILHA
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CACE
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TLOG_ACESSO_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0140'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-LER-TRILHA                 SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-LER-TRILHA'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CACE
                 INTO :FRWKB989.TS-ACESSO,
                      :FRWKB989.NTAREFA-CICS
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TLOG_ACESSO_CLIEN' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0120'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-APAGAR-TRILHA              SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-APAGAR-TRILHA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                DELETE FROM DB2PRD.TLOG_ACESSO_CLIEN
                 WHERE CURRENT OF CACE
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TLOG_ACESSO_CLIEN'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-DELETE            TO      TRUE
              MOVE '0130'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-QTD-EXPURGADA.

           PERFORM 5900-CHECKPOINT.

           PERFORM 3100-LER-TRILHA.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5900-CHECKPOINT                 SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-CHECKPOINT'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           ADD 1                        TO      WRK-COMMIT-CONT.

           IF WRK-COMMIT-CONT       NOT LESS    WRK-INTERVALO-COMMIT
              EXEC SQL
                   COMMIT
              END-EXEC
              MOVE ZEROS                TO      WRK-COMMIT-CONT
              ADD 1                     TO      WRK-QTD-COMMITS
           END-IF.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                COMMIT
           END-EXEC.

           DISPLAY '*********** FRWK8300 ***********'
           DISPLAY '*                              *'
           DISPLAY '*  EXPURGO DA TRILHA DE        *'
           DISPLAY '*  LEITURA (LGPD)              *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* DATA PROCESSAMENTO: ' WRK-DATA-HOJE
           DISPLAY '* DIAS DE RETENCAO  : ' WRK-DIAS-RETENCAO
           DISPLAY '* DATA DE CORTE     : ' WRK-DATA-CORTE
           DISPLAY '* LINHAS EXPURGADAS : ' WRK-QTD-EXPURGADA
           DISPLAY '* COMMITS INTERMED. : ' WRK-QTD-COMMITS
           DISPLAY '*********** FRWK8300 ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

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

           MOVE 'FRWK8300'              TO      FRWKGHEA-NOME-PROGRAMA.

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
