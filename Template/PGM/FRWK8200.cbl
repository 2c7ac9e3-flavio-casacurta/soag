      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. FRWK8200.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  FRWK8200                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  OUTUBRO/2028                                 *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  EXPORTACAO INCREMENTAL DOS EVENTOS DE        *
      *                   SEGURANCA DO FRAMEWORK E DO GAM PARA A       *
      *                   PLATAFORMA CORPORATIVA DE MONITORACAO,       *
      *                   RODADA VARIAS VEZES AO DIA. CADA EXECUCAO    *
      *                   EXPORTA A JANELA ENTRE A ULTIMA MARCA        *
      *                   CONCLUIDA (TCTRL_EXPORT_SEG) E O MOMENTO     *
      *                   ATUAL MENOS O ATRASO DE SEGURANCA            *
      *                   (MIN-ATRASO, PARA NAO PERDER LINHA GRAVADA   *
      *                   E AINDA NAO EFETIVADA), NO LAYOUT UNICO      *
      *                   FRWKW01S COM HEADER E TRAILER DE CONFERENCIA:*
      *                   - LOGIN E FIM/EXPIRACAO DE SESSAO            *
      *                     (TSESS_ATIVA_GAM);                         *
      *                   - LOGIN RECUSADO, PERMISSAO NEGADA,          *
      *                     LIBERACAO 'CL' E VISAO SEM MASCARA         *
      *                     (TAUDIT_GAM);                              *
      *                   - APROVACAO/REJEICAO DA DUPLA CUSTODIA       *
      *                     (TPEND_MANUT_TARIF);                       *
      *                   - DECISOES DO PSVP08JS (TPSVP_DECISAO);      *
      *                   - LOG DE ERROS DO FRAMEWORK (TLOG_ERRO_FRWK).*
      *                   A JANELA E GRAVADA COMO PENDENTE ANTES DA    *
      *                   EXTRACAO E SO VIRA MARCA CONCLUIDA DEPOIS DO *
      *                   ARQUIVO FECHADO: UMA EXECUCAO INTERROMPIDA E *
      *                   REFEITA COM A MESMA JANELA E O MESMO NUMERO  *
      *                   DE EXECUCAO, SEM DUPLICAR NEM SALTAR EVENTO. *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                FRWK020S          O              FRWKW01S       *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_EXPORT_SEG          FRWKB990       *
      *                DB2PRD.TSESS_ATIVA_GAM           FRWKB992       *
      *                DB2PRD.TAUDIT_GAM                FRWKB996       *
      *                DB2PRD.TPEND_MANUT_TARIF         GOTFB0D7       *
      *                DB2PRD.TPSVP_DECISAO             PSVPB0D1       *
      *                DB2PRD.TLOG_ERRO_FRWK            FRWKB999       *
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
      *    OUT/2028 - HOMI - PROGRAMA CRIADO.                          *
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

           SELECT FRWK020S ASSIGN      TO   UT-S-FRWK020S
                      FILE STATUS      IS   WRK-FS-FRWK020S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: FRWK020S - EVENTOS DE SEGURANCA NORMALIZADOS         *
      *            ORG. SEQUENCIAL     -   LRECL   =  200              *
      *----------------------------------------------------------------*
       FD  FRWK020S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FRWK020S                 PIC  X(200).

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

       01  WRK-SW-REEXECUCAO           PIC  X(01) VALUE 'N'.
           88  WRK-REEXECUCAO                      VALUE 'S'.

       01  WRK-FS-FRWK020S             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * JANELA DA EXECUCAO: (TS-DE, TS-ATE] NO FORMATO DO TIMESTAMP    *
      * DB2 EM CARACTER (AAAA-MM-DD-HH.MM.SS.NNNNNN)                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TS-DE                   PIC  X(26) VALUE SPACES.
       01  WRK-TS-ATE                  PIC  X(26) VALUE SPACES.
       01  WRK-TS-CALCULADO            PIC  X(26) VALUE SPACES.
       01  WRK-NEXEC-EXPORT            PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-DATA-HOJE               PIC  X(10) VALUE SPACES.
       01  WRK-HORA-AGORA              PIC  X(08) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * MONTAGEM DO MOMENTO DO EVENTO A PARTIR DE DATA E HORA ISO      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TS-EVENTO.
         05  WRK-TS-EVENTO-DT          PIC  X(10) VALUE SPACES.
         05  FILLER                    PIC  X(01) VALUE '-'.
         05  WRK-TS-EVENTO-HR          PIC  X(08) VALUE SPACES.
         05  FILLER                    PIC  X(07) VALUE '.000000'.

       01  WRK-CTERMINAL-AUDIT         PIC  X(04) VALUE SPACES.
       01  WRK-NUM-EDIT                PIC  9(10) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARAMETROS DE EXECUCAO (TPARM_EXEC + SOBREPOSICAO DO PARM)    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-PARM-MIN-ATRASO         PIC S9(03) COMP-3 VALUE +5.

       01  WRK-SW-FIM-TPARM            PIC  X(01) VALUE 'N'.
           88  WRK-FIM-TPARM                       VALUE 'S'.
       01  WRK-TPARM-VALOR             PIC  X(40) VALUE SPACES.
       01  FILLER REDEFINES WRK-TPARM-VALOR.
         05  WRK-TPARM-VALOR-9-3       PIC  9(03).
         05  FILLER                    PIC  X(37).

       01  WRK-ACUMULADORES.
         05  WRK-NSEQ-EVENTO           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-SESSAO            PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-AUDIT             PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-MANUT             PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-PSVP              PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-LOG               PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA FRWK020S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY FRWKW01S.

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
               INCLUDE FRWKB990
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB992
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB996
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D7
           END-EXEC.

           EXEC SQL
               INCLUDE PSVPB0D1
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB999
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB995
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * INICIO DE SESSAO                                               *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSINI CURSOR FOR
                SELECT CSESS_FRWK,
                       CUSUAR_SESSAO,
                       CDEPEND_OPER,
                       CTERMINAL,
                       DT_INICIO_SESSAO,
                       HR_INICIO_SESSAO
                  FROM DB2PRD.TSESS_ATIVA_GAM
                 WHERE DT_INICIO_SESSAO CONCAT '-' CONCAT
                       HR_INICIO_SESSAO CONCAT '.000000'
                                                  >  :WRK-TS-DE
                   AND DT_INICIO_SESSAO CONCAT '-' CONCAT
                       HR_INICIO_SESSAO CONCAT '.000000'
                                                  <= :WRK-TS-ATE
                 ORDER BY DT_INICIO_SESSAO,
                          HR_INICIO_SESSAO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * FIM DE SESSAO (LOGOFF, EXPIRACAO, SUBSTITUICAO, FORCADO)       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSFIM CURSOR FOR
                SELECT CSESS_FRWK,
                       CUSUAR_SESSAO,
                       CTERMINAL,
                       DT_FIM_SESSAO,
                       HR_FIM_SESSAO,
                       CMOTIVO_FIM,
                       CUSUAR_FIM
                  FROM DB2PRD.TSESS_ATIVA_GAM
                 WHERE IN_ATIVA = 'N'
                   AND DT_FIM_SESSAO CONCAT '-' CONCAT
                       HR_FIM_SESSAO CONCAT '.000000'
                                                  >  :WRK-TS-DE
                   AND DT_FIM_SESSAO CONCAT '-' CONCAT
                       HR_FIM_SESSAO CONCAT '.000000'
                                                  <= :WRK-TS-ATE
                 ORDER BY DT_FIM_SESSAO,
                          HR_FIM_SESSAO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * TRILHA DO GAM: LOGIN RECUSADO ('SR'), LIBERACAO 'CL',          *
      * PERMISSAO NEGADA (RETORNO 90) E VISAO SEM MASCARA CONCEDIDA    *
      * (BLOCO FRWKDESM); O TERMINAL VEM DO REGISTRO DA SESSAO         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CAUD CURSOR FOR
                SELECT A.DT_AUDIT,
                       A.HR_AUDIT,
                       A.CCOD_CORRELACAO,
                       A.CFUNCAO_GAM,
                       A.CIDENT_AREA_GLOBAL,
                       A.CUSUAR_AUDIT,
                       A.CID_BLOCO,
                       A.CRETORNO_GAM,
                       COALESCE(S.CTERMINAL, ' ')
                  FROM DB2PRD.TAUDIT_GAM A
                  LEFT OUTER JOIN DB2PRD.TSESS_ATIVA_GAM S
                    ON SUBSTR(S.CSESS_FRWK, 1, 16)
                                        = A.CIDENT_AREA_GLOBAL
                 WHERE A.DT_AUDIT CONCAT '-' CONCAT
                       A.HR_AUDIT CONCAT '.000000'
                                                  >  :WRK-TS-DE
                   AND A.DT_AUDIT CONCAT '-' CONCAT
                       A.HR_AUDIT CONCAT '.000000'
                                                  <= :WRK-TS-ATE
                   AND (A.CFUNCAO_GAM IN ('SR', 'CL')
                    OR  A.CRETORNO_GAM = '90'
                    OR (A.CID_BLOCO    = 'FRWKDESM'
                   AND  A.CRETORNO_GAM = '00'))
                 ORDER BY A.DT_AUDIT,
                          A.HR_AUDIT
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DECISOES DA DUPLA CUSTODIA DE PRECO/ISENCAO                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CMAN CURSOR FOR
                SELECT NPEND_MANUT,
                       CTABELA_MANUT,
                       CUSUAR_SOLICIT,
                       IN_SITUACAO,
                       CUSUAR_APROV,
                       TS_DECISAO
                  FROM DB2PRD.TPEND_MANUT_TARIF
                 WHERE IN_SITUACAO IN ('A', 'R')
                   AND TS_DECISAO  >  :WRK-TS-DE
                   AND TS_DECISAO  <= :WRK-TS-ATE
                 ORDER BY TS_DECISAO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DECISOES DO FECHAMENTO ANUAL DO PSVP (PSVP08JS)                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPSV CURSOR FOR
                SELECT CTIPO_DECISAO,
                       NM_TABELA,
                       NR_CHAVE,
                       CACAO,
                       CUSUAR_ANALISTA,
                       DT_DECISAO,
                       HR_DECISAO
                  FROM DB2PRD.TPSVP_DECISAO
                 WHERE IN_SITUACAO IN ('D', 'X')
                   AND DT_DECISAO CONCAT '-' CONCAT
                       HR_DECISAO CONCAT '.000000'
                                                  >  :WRK-TS-DE
                   AND DT_DECISAO CONCAT '-' CONCAT
                       HR_DECISAO CONCAT '.000000'
                                                  <= :WRK-TS-ATE
                 ORDER BY DT_DECISAO,
                          HR_DECISAO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LOG DE ERROS DO FRAMEWORK                                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CLOG CURSOR FOR
                SELECT DT_ERRO,
                       HR_ERRO,
                       NSEQ_ERRO,
                       CNOME_PROGRAMA,
                       CTIPO_ERRO,
                       CCOD_CORRELACAO,
                       CIDEN_PARAGRAFO
                  FROM DB2PRD.TLOG_ERRO_FRWK
                 WHERE DT_ERRO CONCAT '-' CONCAT
                       HR_ERRO CONCAT '.000000'   >  :WRK-TS-DE
                   AND DT_ERRO CONCAT '-' CONCAT
                       HR_ERRO CONCAT '.000000'   <= :WRK-TS-ATE
                 ORDER BY DT_ERRO,
                          HR_ERRO,
                          NSEQ_ERRO
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARAMETROS DE EXECUCAO VIGENTES NA TABELA CENTRAL              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CPRM CURSOR FOR
                SELECT CNOME_PARM,
                       DS_VALOR_PARM
                  FROM DB2PRD.TPARM_EXEC
                 WHERE CNOME_PROGRAMA = 'FRWK8200'
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
      *          PARM: POS 01-03 ATRASO DE SEGURANCA EM MINUTOS        *
      *                (SOBREPOE A TPARM_EXEC)                         *
      *----------------------------------------------------------------*
       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM             PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-ATRASO PIC  9(003).
               10  FILLER               PIC  X(077).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 3000-EXPORTAR-INICIO-SESSAO.

           PERFORM 3100-EXPORTAR-FIM-SESSAO.

           PERFORM 3200-EXPORTAR-AUDITORIA-GAM.

           PERFORM 3300-EXPORTAR-DUPLA-CUSTODIA.

           PERFORM 3400-EXPORTAR-DECISAO-PSVP.

           PERFORM 3500-EXPORTAR-LOG-ERRO.

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

           PERFORM 1050-LER-PARM.

           PERFORM 1200-ABRIR-JANELA.

           OPEN OUTPUT  FRWK020S.
           PERFORM 1100-TESTAR-FS-FRWK020S.

           INITIALIZE FRWKW01S-REGISTRO.
           SET EVS-EH-HEADER            TO      TRUE.
           MOVE WRK-NEXEC-EXPORT        TO      EVS-NEXEC-EXPORT.
           MOVE 'FRWK'                  TO      EVS-H-SISTEMA.
           MOVE WRK-TS-DE               TO      EVS-H-TS-DE.
           MOVE WRK-TS-ATE              TO      EVS-H-TS-ATE.
           MOVE WRK-DATA-HOJE           TO      EVS-H-DT-GERACAO.
           MOVE WRK-HORA-AGORA          TO      EVS-H-HR-GERACAO.
           MOVE WRK-SW-REEXECUCAO       TO      EVS-H-IN-REEXECUCAO.

           PERFORM 6100-GRAVAR-FRWK020S.

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

           IF CNOME-PARM OF FRWKB995    EQUAL   'MIN-ATRASO'
              IF WRK-TPARM-VALOR-9-3    IS NUMERIC
                 MOVE WRK-TPARM-VALOR-9-3
                                        TO      WRK-PARM-MIN-ATRASO
              END-IF
           END-IF.

           MOVE CNOME-PARM OF FRWKB995  TO      FRWKWPEF-NOME-PARM.
           MOVE DS-VALOR-PARM OF FRWKB995
                                        TO      FRWKWPEF-VALOR.
           SET FRWKWPEF-ORIGEM-TABELA   TO      TRUE.
           PERFORM 1048-REGISTRAR-PARM-EFETIVO.

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

           MOVE 'FRWK8200'              TO      FRWKWPEF-PROGRAMA.

           CALL WRK-FRWK3000            USING   FRWKWPEF.

      *----------------------------------------------------------------*
       1048-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-LER-PARM                   SECTION.
      *----------------------------------------------------------------*

           MOVE '1050-LER-PARM'         TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-PARM-TAM              IS GREATER THAN +2
              IF WRK-PARM-DADO-ATRASO   IS NUMERIC
                 MOVE WRK-PARM-DADO-ATRASO TO   WRK-PARM-MIN-ATRASO
                 MOVE 'MIN-ATRASO'      TO      FRWKWPEF-NOME-PARM
                 MOVE SPACES            TO      FRWKWPEF-VALOR
                 MOVE WRK-PARM-DADOS (1:3)
                                        TO      FRWKWPEF-VALOR
                 SET FRWKWPEF-ORIGEM-JCL TO     TRUE
                 PERFORM 1048-REGISTRAR-PARM-EFETIVO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-FRWK020S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-FRWK020S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-FRWK020S       NOT EQUAL   '00'
              MOVE 'FRWK020S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-FRWK020S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DEFINE A JANELA DA EXECUCAO. COM MARCA PENDENTE (EXECUCAO      *
      * ANTERIOR INTERROMPIDA) A JANELA E O NUMERO DE EXECUCAO SAO     *
      * REAPROVEITADOS; SENAO A JANELA NOVA VAI DA ULTIMA MARCA        *
      * CONCLUIDA ATE AGORA MENOS O ATRASO, E E GRAVADA COMO PENDENTE  *
      * (COMMIT) ANTES DE QUALQUER LEITURA                             *
      *----------------------------------------------------------------*
       1200-ABRIR-JANELA               SECTION.
      *----------------------------------------------------------------*

           MOVE '1200-ABRIR-JANELA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO),
                       CHAR(CURRENT TIME, ISO),
                       CHAR(CURRENT TIMESTAMP
                            - :WRK-PARM-MIN-ATRASO MINUTES)
                  INTO :WRK-DATA-HOJE,
                       :WRK-HORA-AGORA,
                       :WRK-TS-CALCULADO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'FRWK8200'              TO      CEXPORT OF FRWKB990.

           EXEC SQL
                SELECT NEXEC_EXPORT,
                       TS_MARCA_ATUAL,
                       TS_MARCA_PEND
                  INTO :FRWKB990.NEXEC-EXPORT,
                       :FRWKB990.TS-MARCA-ATUAL,
                       :FRWKB990.TS-MARCA-PEND
                  FROM DB2PRD.TCTRL_EXPORT_SEG
                 WHERE CEXPORT = :FRWKB990.CEXPORT
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 PERFORM 1210-INCLUIR-CONTROLE
              WHEN OTHER
                 MOVE 'TCTRL_EXPORT_SEG' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0010'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           MOVE TS-MARCA-ATUAL OF FRWKB990 TO   WRK-TS-DE.

           IF TS-MARCA-PEND OF FRWKB990 NOT EQUAL SPACES
              SET WRK-REEXECUCAO        TO      TRUE
              MOVE TS-MARCA-PEND OF FRWKB990 TO WRK-TS-ATE
              MOVE NEXEC-EXPORT OF FRWKB990 TO  WRK-NEXEC-EXPORT
              DISPLAY 'FRWK8200 - REEXECUCAO DA JANELA PENDENTE '
                      WRK-TS-DE ' A ' WRK-TS-ATE
              GO TO 1200-99-FIM
           END-IF.

           IF WRK-TS-CALCULADO          IS GREATER THAN WRK-TS-DE
              MOVE WRK-TS-CALCULADO     TO      WRK-TS-ATE
           ELSE
              MOVE WRK-TS-DE            TO      WRK-TS-ATE
           END-IF.

           COMPUTE WRK-NEXEC-EXPORT     =       NEXEC-EXPORT
                                                OF FRWKB990 + 1.

           MOVE WRK-NEXEC-EXPORT        TO      NEXEC-EXPORT
                                                OF FRWKB990.
           MOVE WRK-TS-ATE              TO      TS-MARCA-PEND
                                                OF FRWKB990.

           EXEC SQL
                UPDATE DB2PRD.TCTRL_EXPORT_SEG
                   SET NEXEC_EXPORT  = :FRWKB990.NEXEC-EXPORT,
                       TS_MARCA_PEND = :FRWKB990.TS-MARCA-PEND
                 WHERE CEXPORT       = :FRWKB990.CEXPORT
           END-EXEC.

           IF SQLCODE               NOT EQUAL   ZEROS
              MOVE 'TCTRL_EXPORT_SEG'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0012'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PRIMEIRA EXECUCAO: CRIA A LINHA DE CONTROLE SEM MARCA (A       *
      * JANELA INICIAL COMECA NO INICIO DAS TABELAS DE ORIGEM)         *
      *----------------------------------------------------------------*
       1210-INCLUIR-CONTROLE           SECTION.
      *----------------------------------------------------------------*

           MOVE '1210-INCLUIR-CONTROLE' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      NEXEC-EXPORT
                                                OF FRWKB990
                                                QTD-EVENTOS-ULT
                                                OF FRWKB990.
           MOVE SPACES                  TO      TS-MARCA-ATUAL
                                                OF FRWKB990
                                                TS-MARCA-PEND
                                                OF FRWKB990
                                                DT-ULT-CONCL
                                                OF FRWKB990
                                                HR-ULT-CONCL
                                                OF FRWKB990.

           EXEC SQL
                INSERT INTO DB2PRD.TCTRL_EXPORT_SEG
                     ( CEXPORT
                     , NEXEC_EXPORT
                     , TS_MARCA_ATUAL
                     , TS_MARCA_PEND
                     , DT_ULT_CONCL
                     , HR_ULT_CONCL
                     , QTD_EVENTOS_ULT )
                VALUES
                     ( :FRWKB990.CEXPORT
                     , :FRWKB990.NEXEC-EXPORT
                     , :FRWKB990.TS-MARCA-ATUAL
                     , :FRWKB990.TS-MARCA-PEND
                     , :FRWKB990.DT-ULT-CONCL
                     , :FRWKB990.HR-ULT-CONCL
                     , :FRWKB990.QTD-EVENTOS-ULT )
           END-EXEC.

           IF SQLCODE               NOT EQUAL   ZEROS
              MOVE 'TCTRL_EXPORT_SEG'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0011'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FECHA A JANELA: A MARCA PENDENTE VIRA A MARCA CONCLUIDA        *
      *----------------------------------------------------------------*
       1300-FECHAR-JANELA              SECTION.
      *----------------------------------------------------------------*

           MOVE '1300-FECHAR-JANELA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-TS-ATE              TO      TS-MARCA-ATUAL
                                                OF FRWKB990.
           MOVE WRK-NSEQ-EVENTO         TO      QTD-EVENTOS-ULT
                                                OF FRWKB990.

           EXEC SQL
                UPDATE DB2PRD.TCTRL_EXPORT_SEG
                   SET TS_MARCA_ATUAL  = :FRWKB990.TS-MARCA-ATUAL,
                       TS_MARCA_PEND   = ' ',
                       DT_ULT_CONCL    = CHAR(CURRENT DATE, ISO),
                       HR_ULT_CONCL    = CHAR(CURRENT TIME, ISO),
                       QTD_EVENTOS_ULT = :FRWKB990.QTD-EVENTOS-ULT
                 WHERE CEXPORT         = :FRWKB990.CEXPORT
           END-EXEC.

           IF SQLCODE               NOT EQUAL   ZEROS
              MOVE 'TCTRL_EXPORT_SEG'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0013'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXPORTAR-INICIO-SESSAO     SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-EXPORTAR-INICIO-SESSAO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CSINI
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSESS_ATIVA_GAM'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.

           PERFORM 3010-LER-INICIO-SESSAO.

           PERFORM 3020-GRAVAR-INICIO-SESSAO
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CSINI
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSESS_ATIVA_GAM'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0022'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3010-LER-INICIO-SESSAO          SECTION.
      *----------------------------------------------------------------*

           MOVE '3010-LER-INICIO-SESSAO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CSINI
                 INTO :FRWKB992.CSESS-FRWK,
                      :FRWKB992.CUSUAR-SESSAO,
                      :FRWKB992.CDEPEND-OPER,
                      :FRWKB992.CTERMINAL,
                      :FRWKB992.DT-INICIO-SESSAO,
                      :FRWKB992.HR-INICIO-SESSAO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSESS_ATIVA_GAM' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0021'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3020-GRAVAR-INICIO-SESSAO       SECTION.
      *----------------------------------------------------------------*

           MOVE '3020-GRAVAR-INICIO-SESSAO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKW01S-REGISTRO.

           MOVE DT-INICIO-SESSAO OF FRWKB992 TO WRK-TS-EVENTO-DT.
           MOVE HR-INICIO-SESSAO OF FRWKB992 TO WRK-TS-EVENTO-HR.
           MOVE WRK-TS-EVENTO           TO      EVS-E-TS-EVENTO.
           MOVE CUSUAR-SESSAO OF FRWKB992 TO    EVS-E-CUSUAR.
           MOVE CTERMINAL OF FRWKB992   TO      EVS-E-CTERMINAL.
           MOVE 'GOTF38JL'              TO      EVS-E-CPROGRAMA.
           MOVE 'LGIN'                  TO      EVS-E-CTIPO-EVENTO.
           MOVE 'OK'                    TO      EVS-E-CRESULTADO.
           MOVE CSESS-FRWK OF FRWKB992  TO      EVS-E-CCORRELACAO.
           SET EVS-E-ORIGEM-SESSAO      TO      TRUE.
           MOVE CDEPEND-OPER OF FRWKB992 TO     WRK-NUM-EDIT.
           STRING 'DEPENDENCIA '               DELIMITED BY SIZE
                  WRK-NUM-EDIT (6:5)           DELIMITED BY SIZE
             INTO EVS-E-DS-DETALHE.

           ADD 1                        TO      WRK-QTD-SESSAO.

           PERFORM 6000-GRAVAR-EVENTO.

           PERFORM 3010-LER-INICIO-SESSAO.

      *----------------------------------------------------------------*
       3020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-EXPORTAR-FIM-SESSAO        SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-EXPORTAR-FIM-SESSAO' TO   FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CSFIM
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSESS_ATIVA_GAM'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.

           PERFORM 3110-LER-FIM-SESSAO.

           PERFORM 3120-GRAVAR-FIM-SESSAO
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CSFIM
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSESS_ATIVA_GAM'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0032'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3110-LER-FIM-SESSAO             SECTION.
      *----------------------------------------------------------------*

           MOVE '3110-LER-FIM-SESSAO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CSFIM
                 INTO :FRWKB992.CSESS-FRWK,
                      :FRWKB992.CUSUAR-SESSAO,
                      :FRWKB992.CTERMINAL,
                      :FRWKB992.DT-FIM-SESSAO,
                      :FRWKB992.HR-FIM-SESSAO,
                      :FRWKB992.CMOTIVO-FIM,
                      :FRWKB992.CUSUAR-FIM
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSESS_ATIVA_GAM' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0031'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * O MOTIVO DO FIM VAI NO RESULTADO; A EXPIRACAO TEM TIPO PROPRIO *
      *----------------------------------------------------------------*
       3120-GRAVAR-FIM-SESSAO          SECTION.
      *----------------------------------------------------------------*

           MOVE '3120-GRAVAR-FIM-SESSAO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKW01S-REGISTRO.

           MOVE DT-FIM-SESSAO OF FRWKB992 TO    WRK-TS-EVENTO-DT.
           MOVE HR-FIM-SESSAO OF FRWKB992 TO    WRK-TS-EVENTO-HR.
           MOVE WRK-TS-EVENTO           TO      EVS-E-TS-EVENTO.
           MOVE CUSUAR-SESSAO OF FRWKB992 TO    EVS-E-CUSUAR.
           MOVE CTERMINAL OF FRWKB992   TO      EVS-E-CTERMINAL.
           MOVE CMOTIVO-FIM OF FRWKB992 TO      EVS-E-CRESULTADO.
           MOVE CSESS-FRWK OF FRWKB992  TO      EVS-E-CCORRELACAO.
           SET EVS-E-ORIGEM-SESSAO      TO      TRUE.

           IF FIM-EXPIRADA OF FRWKB992
              MOVE 'SEXP'               TO      EVS-E-CTIPO-EVENTO
           ELSE
              MOVE 'SFIM'               TO      EVS-E-CTIPO-EVENTO
           END-IF.

           IF FIM-FORCADO OF FRWKB992
              MOVE 'FRWK53JS'           TO      EVS-E-CPROGRAMA
           ELSE
              MOVE 'GOTF38JL'           TO      EVS-E-CPROGRAMA
           END-IF.

           STRING 'ENCERRADA POR '             DELIMITED BY SIZE
                  CUSUAR-FIM OF FRWKB992       DELIMITED BY SIZE
             INTO EVS-E-DS-DETALHE.

           ADD 1                        TO      WRK-QTD-SESSAO.

           PERFORM 6000-GRAVAR-EVENTO.

           PERFORM 3110-LER-FIM-SESSAO.

      *----------------------------------------------------------------*
       3120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-EXPORTAR-AUDITORIA-GAM     SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-EXPORTAR-AUDITORIA-GAM'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CAUD
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TAUDIT_GAM'         TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.

           PERFORM 3210-LER-AUDITORIA-GAM.

           PERFORM 3220-GRAVAR-AUDITORIA-GAM
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CAUD
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TAUDIT_GAM'         TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0042'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-LER-AUDITORIA-GAM          SECTION.
      *----------------------------------------------------------------*

           MOVE '3210-LER-AUDITORIA-GAM' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CAUD
                 INTO :FRWKB996.DT-AUDIT,
                      :FRWKB996.HR-AUDIT,
                      :FRWKB996.CCOD-CORRELACAO,
                      :FRWKB996.CFUNCAO-GAM,
                      :FRWKB996.CIDENT-AREA-GLOBAL,
                      :FRWKB996.CUSUAR-AUDIT,
                      :FRWKB996.CID-BLOCO,
                      :FRWKB996.CRETORNO-GAM,
                      :WRK-CTERMINAL-AUDIT
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TAUDIT_GAM'      TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0041'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3220-GRAVAR-AUDITORIA-GAM       SECTION.
      *----------------------------------------------------------------*

           MOVE '3220-GRAVAR-AUDITORIA-GAM'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKW01S-REGISTRO.

           MOVE DT-AUDIT OF FRWKB996    TO      WRK-TS-EVENTO-DT.
           MOVE HR-AUDIT OF FRWKB996    TO      WRK-TS-EVENTO-HR.
           MOVE WRK-TS-EVENTO           TO      EVS-E-TS-EVENTO.
           MOVE CUSUAR-AUDIT OF FRWKB996 TO     EVS-E-CUSUAR.
           MOVE WRK-CTERMINAL-AUDIT     TO      EVS-E-CTERMINAL.
           MOVE 'GLOG1001'              TO      EVS-E-CPROGRAMA.
           MOVE CCOD-CORRELACAO OF FRWKB996 TO  EVS-E-CCORRELACAO.
           SET EVS-E-ORIGEM-AUDIT       TO      TRUE.

           EVALUATE TRUE
              WHEN CRETORNO-GAM OF FRWKB996 EQUAL '90'
                 MOVE 'PNEG'            TO      EVS-E-CTIPO-EVENTO
                 MOVE 'NEG'             TO      EVS-E-CRESULTADO
              WHEN CFUNCAO-GAM OF FRWKB996  EQUAL 'SR'
                 MOVE 'LGRC'            TO      EVS-E-CTIPO-EVENTO
                 MOVE 'NEG'             TO      EVS-E-CRESULTADO
                 MOVE 'GOTF38JL'        TO      EVS-E-CPROGRAMA
              WHEN CFUNCAO-GAM OF FRWKB996  EQUAL 'CL'
                 MOVE 'GLIB'            TO      EVS-E-CTIPO-EVENTO
                 MOVE 'OK'              TO      EVS-E-CRESULTADO
              WHEN OTHER
                 MOVE 'DESM'            TO      EVS-E-CTIPO-EVENTO
                 MOVE 'OK'              TO      EVS-E-CRESULTADO
           END-EVALUATE.

           STRING 'BLOCO '                     DELIMITED BY SIZE
                  CID-BLOCO OF FRWKB996        DELIMITED BY SIZE
                  ' AREA '                     DELIMITED BY SIZE
                  CIDENT-AREA-GLOBAL OF FRWKB996 DELIMITED BY SIZE
                  ' FUNCAO '                   DELIMITED BY SIZE
                  CFUNCAO-GAM OF FRWKB996      DELIMITED BY SIZE
             INTO EVS-E-DS-DETALHE.

           ADD 1                        TO      WRK-QTD-AUDIT.

           PERFORM 6000-GRAVAR-EVENTO.

           PERFORM 3210-LER-AUDITORIA-GAM.

      *----------------------------------------------------------------*
       3220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-EXPORTAR-DUPLA-CUSTODIA    SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-EXPORTAR-DUPLA-CUSTODIA'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CMAN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_MANUT_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.

           PERFORM 3310-LER-DUPLA-CUSTODIA.

           PERFORM 3320-GRAVAR-DUPLA-CUSTODIA
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CMAN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_MANUT_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0052'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-LER-DUPLA-CUSTODIA         SECTION.
      *----------------------------------------------------------------*

           MOVE '3310-LER-DUPLA-CUSTODIA' TO    FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CMAN
                 INTO :GOTFB0D7.NPEND-MANUT,
                      :GOTFB0D7.CTABELA-MANUT,
                      :GOTFB0D7.CUSUAR-SOLICIT,
                      :GOTFB0D7.IN-SITUACAO,
                      :GOTFB0D7.CUSUAR-APROV,
                      :GOTFB0D7.TS-DECISAO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPEND_MANUT_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0051'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A REJEICAO AUTOMATICA DO ENCERRAMENTO DE CONTA (GOTF2ENC)      *
      * TAMBEM E EXPORTADA, COM O PROGRAMA COMO USUARIO                *
      *----------------------------------------------------------------*
       3320-GRAVAR-DUPLA-CUSTODIA      SECTION.
      *----------------------------------------------------------------*

           MOVE '3320-GRAVAR-DUPLA-CUSTODIA'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKW01S-REGISTRO.

           MOVE TS-DECISAO OF GOTFB0D7  TO      EVS-E-TS-EVENTO.
           MOVE CUSUAR-APROV OF GOTFB0D7 TO     EVS-E-CUSUAR.
           MOVE SPACES                  TO      EVS-E-CTERMINAL.
           SET EVS-E-ORIGEM-MANUT       TO      TRUE.

           IF CUSUAR-APROV OF GOTFB0D7  EQUAL   'GOTF2ENC'
              MOVE 'GOTF2ENC'           TO      EVS-E-CPROGRAMA
           ELSE
              MOVE 'GOTF48JS'           TO      EVS-E-CPROGRAMA
           END-IF.

           IF PEND-APROVADA OF GOTFB0D7
              MOVE 'MCAP'               TO      EVS-E-CTIPO-EVENTO
              MOVE 'OK'                 TO      EVS-E-CRESULTADO
           ELSE
              MOVE 'MCRJ'               TO      EVS-E-CTIPO-EVENTO
              MOVE 'NEG'                TO      EVS-E-CRESULTADO
           END-IF.

           MOVE NPEND-MANUT OF GOTFB0D7 TO      WRK-NUM-EDIT.
           MOVE WRK-NUM-EDIT            TO      EVS-E-CCORRELACAO.

           STRING 'TABELA '                    DELIMITED BY SIZE
                  CTABELA-MANUT OF GOTFB0D7    DELIMITED BY SIZE
                  ' SOLICITANTE '              DELIMITED BY SIZE
                  CUSUAR-SOLICIT OF GOTFB0D7   DELIMITED BY SIZE
             INTO EVS-E-DS-DETALHE.

           ADD 1                        TO      WRK-QTD-MANUT.

           PERFORM 6000-GRAVAR-EVENTO.

           PERFORM 3310-LER-DUPLA-CUSTODIA.

      *----------------------------------------------------------------*
       3320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-EXPORTAR-DECISAO-PSVP      SECTION.
      *----------------------------------------------------------------*

           MOVE '3400-EXPORTAR-DECISAO-PSVP'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CPSV
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPSVP_DECISAO'      TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0060'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.

           PERFORM 3410-LER-DECISAO-PSVP.

           PERFORM 3420-GRAVAR-DECISAO-PSVP
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CPSV
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPSVP_DECISAO'      TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0062'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3410-LER-DECISAO-PSVP           SECTION.
      *----------------------------------------------------------------*

           MOVE '3410-LER-DECISAO-PSVP' TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CPSV
                 INTO :PSVPB0D1.CTIPO-DECISAO,
                      :PSVPB0D1.NM-TABELA,
                      :PSVPB0D1.NR-CHAVE,
                      :PSVPB0D1.CACAO,
                      :PSVPB0D1.CUSUAR-ANALISTA,
                      :PSVPB0D1.DT-DECISAO,
                      :PSVPB0D1.HR-DECISAO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPSVP_DECISAO'   TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0061'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3420-GRAVAR-DECISAO-PSVP        SECTION.
      *----------------------------------------------------------------*

           MOVE '3420-GRAVAR-DECISAO-PSVP' TO   FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKW01S-REGISTRO.

           MOVE DT-DECISAO OF PSVPB0D1  TO      WRK-TS-EVENTO-DT.
           MOVE HR-DECISAO OF PSVPB0D1  TO      WRK-TS-EVENTO-HR.
           MOVE WRK-TS-EVENTO           TO      EVS-E-TS-EVENTO.
           MOVE CUSUAR-ANALISTA OF PSVPB0D1 TO  EVS-E-CUSUAR.
           MOVE SPACES                  TO      EVS-E-CTERMINAL.
           MOVE 'PSVP08JS'              TO      EVS-E-CPROGRAMA.
           MOVE 'DPSV'                  TO      EVS-E-CTIPO-EVENTO.
           MOVE CACAO OF PSVPB0D1       TO      EVS-E-CRESULTADO.
           SET EVS-E-ORIGEM-PSVP        TO      TRUE.

           MOVE NR-CHAVE OF PSVPB0D1    TO      WRK-NUM-EDIT.
           STRING NM-TABELA OF PSVPB0D1        DELIMITED BY SIZE
                  WRK-NUM-EDIT                 DELIMITED BY SIZE
             INTO EVS-E-CCORRELACAO.

           STRING 'DECISAO TIPO '              DELIMITED BY SIZE
                  CTIPO-DECISAO OF PSVPB0D1    DELIMITED BY SIZE
                  ' ACAO '                     DELIMITED BY SIZE
                  CACAO OF PSVPB0D1            DELIMITED BY SIZE
             INTO EVS-E-DS-DETALHE.

           ADD 1                        TO      WRK-QTD-PSVP.

           PERFORM 6000-GRAVAR-EVENTO.

           PERFORM 3410-LER-DECISAO-PSVP.

      *----------------------------------------------------------------*
       3420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-EXPORTAR-LOG-ERRO          SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-EXPORTAR-LOG-ERRO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN CLOG
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TLOG_ERRO_FRWK'     TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0070'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'N'                     TO      WRK-SW-EOF-CURSOR.

           PERFORM 3510-LER-LOG-ERRO.

           PERFORM 3520-GRAVAR-LOG-ERRO
             UNTIL WRK-EOF-CURSOR.

           EXEC SQL
                CLOSE CLOG
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TLOG_ERRO_FRWK'     TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0072'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-LER-LOG-ERRO               SECTION.
      *----------------------------------------------------------------*

           MOVE '3510-LER-LOG-ERRO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CLOG
                 INTO :FRWKB999.DT-ERRO,
                      :FRWKB999.HR-ERRO,
                      :FRWKB999.NSEQ-ERRO,
                      :FRWKB999.CNOME-PROGRAMA,
                      :FRWKB999.CTIPO-ERRO,
                      :FRWKB999.CCOD-CORRELACAO,
                      :FRWKB999.CIDEN-PARAGRAFO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TLOG_ERRO_FRWK'  TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0071'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3520-GRAVAR-LOG-ERRO            SECTION.
      *----------------------------------------------------------------*

           MOVE '3520-GRAVAR-LOG-ERRO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKW01S-REGISTRO.

           MOVE DT-ERRO OF FRWKB999     TO      WRK-TS-EVENTO-DT.
           MOVE HR-ERRO OF FRWKB999     TO      WRK-TS-EVENTO-HR.
           MOVE WRK-TS-EVENTO           TO      EVS-E-TS-EVENTO.
           MOVE SPACES                  TO      EVS-E-CUSUAR
                                                EVS-E-CTERMINAL.
           MOVE CNOME-PROGRAMA OF FRWKB999 TO   EVS-E-CPROGRAMA.
           MOVE 'ERRO'                  TO      EVS-E-CTIPO-EVENTO.
           MOVE CTIPO-ERRO OF FRWKB999  TO      EVS-E-CRESULTADO.
           MOVE CCOD-CORRELACAO OF FRWKB999 TO  EVS-E-CCORRELACAO.
           SET EVS-E-ORIGEM-LOG         TO      TRUE.

           MOVE NSEQ-ERRO OF FRWKB999   TO      WRK-NUM-EDIT.
           STRING 'SEQ '                       DELIMITED BY SIZE
                  WRK-NUM-EDIT                 DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  CIDEN-PARAGRAFO OF FRWKB999  DELIMITED BY SIZE
             INTO EVS-E-DS-DETALHE.

           ADD 1                        TO      WRK-QTD-LOG.

           PERFORM 6000-GRAVAR-EVENTO.

           PERFORM 3510-LER-LOG-ERRO.

      *----------------------------------------------------------------*
       3520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * NUMERA E GRAVA O EVENTO JA MONTADO EM FRWKW01S                 *
      *----------------------------------------------------------------*
       6000-GRAVAR-EVENTO              SECTION.
      *----------------------------------------------------------------*

           MOVE '6000-GRAVAR-EVENTO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           ADD 1                        TO      WRK-NSEQ-EVENTO.

           SET EVS-EH-EVENTO            TO      TRUE.
           MOVE WRK-NEXEC-EXPORT        TO      EVS-NEXEC-EXPORT.
           MOVE WRK-NSEQ-EVENTO         TO      EVS-E-NSEQ-EVENTO.

           PERFORM 6100-GRAVAR-FRWK020S.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-GRAVAR-FRWK020S            SECTION.
      *----------------------------------------------------------------*

           MOVE '6100-GRAVAR-FRWK020S'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           WRITE FD-FRWK020S            FROM    FRWKW01S-REGISTRO.
           PERFORM 1100-TESTAR-FS-FRWK020S.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TRAILER DE CONFERENCIA, FECHAMENTO DO ARQUIVO E SO ENTAO A     *
      * MARCA CONCLUIDA: ABEND ANTES DESTE PONTO DEIXA A JANELA        *
      * PENDENTE PARA A REEXECUCAO                                     *
      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKW01S-REGISTRO.
           SET EVS-EH-TRAILER           TO      TRUE.
           MOVE WRK-NEXEC-EXPORT        TO      EVS-NEXEC-EXPORT.
           MOVE WRK-NSEQ-EVENTO         TO      EVS-T-QTD-TOTAL.
           MOVE WRK-QTD-SESSAO          TO      EVS-T-QTD-SESSAO.
           MOVE WRK-QTD-AUDIT           TO      EVS-T-QTD-AUDIT.
           MOVE WRK-QTD-MANUT           TO      EVS-T-QTD-MANUT.
           MOVE WRK-QTD-PSVP            TO      EVS-T-QTD-PSVP.
           MOVE WRK-QTD-LOG             TO      EVS-T-QTD-LOG.

           PERFORM 6100-GRAVAR-FRWK020S.

           CLOSE FRWK020S.

           PERFORM 1100-TESTAR-FS-FRWK020S.

           PERFORM 1300-FECHAR-JANELA.

           DISPLAY '*********** FRWK8200 ***********'
           DISPLAY '*                              *'
           DISPLAY '*  EXPORTACAO DE EVENTOS DE    *'
           DISPLAY '*  SEGURANCA                   *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* EXECUCAO          : ' WRK-NEXEC-EXPORT
           DISPLAY '* REEXECUCAO        : ' WRK-SW-REEXECUCAO
           DISPLAY '* JANELA DE         : ' WRK-TS-DE
           DISPLAY '* JANELA ATE        : ' WRK-TS-ATE
           DISPLAY '* EVENTOS SESSAO    : ' WRK-QTD-SESSAO
           DISPLAY '* EVENTOS GAM       : ' WRK-QTD-AUDIT
           DISPLAY '* DUPLA CUSTODIA    : ' WRK-QTD-MANUT
           DISPLAY '* DECISOES PSVP     : ' WRK-QTD-PSVP
           DISPLAY '* LOG DE ERROS      : ' WRK-QTD-LOG
           DISPLAY '* TOTAL EXPORTADO   : ' WRK-NSEQ-EVENTO
           DISPLAY '*********** FRWK8200 ***********'

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

           MOVE 'FRWK8200'              TO      FRWKGHEA-NOME-PROGRAMA.

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
