      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. FRWK8100.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  FRWK8100                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  OUTUBRO/2028                                 *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  RECERTIFICACAO PERIODICA DOS ACESSOS DO GAM. *
      *                   LE O EXTRATO DAS CONCESSOES USUARIO X        *
      *                   PERMISSAO (FRWK010E, ORDENADO POR GESTOR +   *
      *                   USUARIO + RECURSO), BUSCA O ULTIMO USO REAL  *
      *                   DE CADA CONCESSAO NA TRILHA DO GAM           *
      *                   (TAUDIT_GAM, CID_BLOCO) E APONTA:            *
      *                   - PERMISSAO SEM USO HA MAIS DE N DIAS        *
      *                     (DIAS-SEM-USO, TPARM_EXEC/PARM);           *
      *                   - USUARIO COM DIREITO DE SOLICITANTE E DE    *
      *                     APROVADOR SOBRE A MESMA FILA;              *
      *                   - CONCESSAO FEITA EM DEPENDENCIA DIFERENTE   *
      *                     DA DEPENDENCIA DA ULTIMA SESSAO DO USUARIO *
      *                     (TSESS_ATIVA_GAM).                         *
      *                   O RELATORIO FRWK011R SAI QUEBRADO POR GESTOR *
      *                   COM O CAMPO DE ASSINATURA; O ARQUIVO DE      *
      *                   RETORNO FRWK012S TRAZ UMA LINHA POR          *
      *                   CONCESSAO COM A SUGESTAO DE REVOGACAO E O    *
      *                   CAMPO DE DECISAO PREENCHIDO PELO GESTOR,     *
      *                   QUE VOLTA PARA A APLICACAO DAS REVOGACOES.   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                FRWK010E          I              WRK-REG-CONCES *
      *                FRWK011R          O              WRK-LINHA-xxx  *
      *                FRWK012S          O              WRK-REG-RETORNO*
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TAUDIT_GAM                FRWKB996       *
      *                DB2PRD.TSESS_ATIVA_GAM           FRWKB992       *
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

           SELECT FRWK010E ASSIGN      TO   UT-S-FRWK010E
                      FILE STATUS      IS   WRK-FS-FRWK010E.

           SELECT FRWK011R ASSIGN      TO   UT-S-FRWK011R
                      FILE STATUS      IS   WRK-FS-FRWK011R.

           SELECT FRWK012S ASSIGN      TO   UT-S-FRWK012S
                      FILE STATUS      IS   WRK-FS-FRWK012S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT : FRWK010E - EXTRATO DAS CONCESSOES DO GAM             *
      *            ORG. SEQUENCIAL     -   LRECL   =  100              *
      *----------------------------------------------------------------*
       FD  FRWK010E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FRWK010E                 PIC  X(100).

      *----------------------------------------------------------------*
      *   OUTPUT: FRWK011R - RELATORIO DE RECERTIFICACAO POR GESTOR    *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  FRWK011R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FRWK011R                 PIC  X(132).

      *----------------------------------------------------------------*
      *   OUTPUT: FRWK012S - RETORNO DE DECISOES DOS GESTORES          *
      *            ORG. SEQUENCIAL     -   LRECL   =  120              *
      *----------------------------------------------------------------*
       FD  FRWK012S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FRWK012S                 PIC  X(120).

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

       01  WRK-SW-EOF-FRWK010E         PIC  X(01) VALUE 'N'.
           88  WRK-EOF-FRWK010E                    VALUE 'S'.

       01  WRK-FS-FRWK010E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-FRWK011R             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-FRWK012S             PIC  X(02)  VALUE SPACES.

       01  WRK-DATA-HOJE               PIC  X(10) VALUE SPACES.
       01  WRK-DT-CORTE                PIC  X(10) VALUE SPACES.
       01  WRK-DT-ULT-USO              PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARAMETROS DE EXECUCAO (TPARM_EXEC + SOBREPOSICAO DO PARM)    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-PARM-DIAS-SEM-USO       PIC S9(03) COMP-3 VALUE +90.

       01  WRK-SW-FIM-TPARM            PIC  X(01) VALUE 'N'.
           88  WRK-FIM-TPARM                       VALUE 'S'.
       01  WRK-TPARM-VALOR             PIC  X(40) VALUE SPACES.
       01  FILLER REDEFINES WRK-TPARM-VALOR.
         05  WRK-TPARM-VALOR-9-3       PIC  9(03).
         05  FILLER                    PIC  X(37).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * QUEBRAS: GESTOR (PAGINA DE ASSINATURA) E USUARIO (AVALIACAO   *
      * DA SEGREGACAO SOBRE O CONJUNTO DE CONCESSOES DO USUARIO)       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CHAVE-ATUAL.
         05  WRK-GESTOR-ATUAL          PIC  X(030) VALUE SPACES.
         05  WRK-USUARIO-ATUAL         PIC  X(030) VALUE SPACES.
         05  WRK-RECURSO-ATUAL         PIC  X(008) VALUE SPACES.
       01  WRK-CHAVE-LIDA.
         05  WRK-GESTOR-LIDO           PIC  X(030) VALUE SPACES.
         05  WRK-USUARIO-LIDO          PIC  X(030) VALUE SPACES.
         05  WRK-RECURSO-LIDO          PIC  X(008) VALUE SPACES.

       01  WRK-SW-DEPEND-SESSAO        PIC  X(01) VALUE 'N'.
           88  WRK-DEPEND-CONHECIDA                VALUE 'S'.
       01  WRK-DEPEND-SESSAO           PIC S9(05)V COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONCESSOES DO USUARIO CORRENTE, GUARDADAS ATE A QUEBRA         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-TAB-CON             PIC S9(04) COMP VALUE +200.
       01  WRK-QTD-CON                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IX-CON                  PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IX-BUSCA                PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IX-SOLIC                PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IX-APROV                PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IX-SEG                  PIC S9(04) COMP VALUE ZEROS.

       01  WRK-TAB-CONCESSOES.
         05  WRK-TAB-CON               OCCURS 200 TIMES.
           10  TCO-RECURSO             PIC  X(008).
           10  TCO-PERM                PIC  X(001).
           10  TCO-CDEPEND             PIC  9(005).
           10  TCO-DT-CONCESSAO        PIC  X(010).
           10  TCO-DT-ULT-USO          PIC  X(010).
           10  TCO-IN-SEM-USO          PIC  X(001).
           10  TCO-IN-SEGREG           PIC  X(001).
           10  TCO-IN-DEPEND           PIC  X(001).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARES SOLICITANTE X APROVADOR SOBRE A MESMA FILA: QUEM TEM     *
      * AS DUAS PONTAS APROVA O QUE ELE MESMO SOLICITOU EM NOME DE     *
      * OUTRO USUARIO                                                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-QTD-SEGREG              PIC S9(04) COMP VALUE +6.

       01  WRK-TAB-SEGREG-VALORES.
         05  FILLER                    PIC  X(034) VALUE
             'TPEND_MANUT_TARIF GOTF46JSGOTFAPRV'.
         05  FILLER                    PIC  X(034) VALUE
             'TPEND_MANUT_TARIF GOTF47JSGOTFAPRV'.
         05  FILLER                    PIC  X(034) VALUE
             'TPEND_MANUT_TARIF GOTF49JSGOTFAPRV'.
         05  FILLER                    PIC  X(034) VALUE
             'TPEND_MANUT_TARIF GOTF53JSGOTFAPRV'.
         05  FILLER                    PIC  X(034) VALUE
             'TPEND_MANUT_TARIF GOTF56JSGOTFAPRV'.
         05  FILLER                    PIC  X(034) VALUE
             'TPEND_MANUT_TARIF GOTF57JSGOTFAPRV'.
       01  FILLER REDEFINES WRK-TAB-SEGREG-VALORES.
         05  WRK-TAB-SEGREG            OCCURS 6 TIMES.
           10  SEG-FILA                PIC  X(018).
           10  SEG-SOLICITANTE         PIC  X(008).
           10  SEG-APROVADOR           PIC  X(008).

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-FRWK010E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GESTORES              PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-USUARIOS              PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-SEM-USO           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-SEGREG-CONFL      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-DEPEND-ALTER      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-QTD-SUGESTAO-REVOG    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GESTOR-CONCESSOES     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GESTOR-APONTADAS      PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA FRWK010E                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-CONCESSAO.
         05  CON-CUSUAR-GESTOR         PIC  X(030).
         05  CON-CUSUAR                PIC  X(030).
         05  CON-RECURSO               PIC  X(008).
         05  CON-PERM                  PIC  X(001).
         05  CON-CDEPEND               PIC  9(005).
         05  CON-DT-CONCESSAO          PIC  X(010).
         05  FILLER                    PIC  X(016).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA FRWK011R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-GESTOR.
         05  FILLER                    PIC  X(038) VALUE
             'RECERTIFICACAO DE ACESSOS GAM - GESTOR'.
         05  FILLER                    PIC  X(002) VALUE ': '.
         05  GES-CUSUAR                PIC  X(030).
         05  FILLER                    PIC  X(013) VALUE
             '  REFERENCIA '.
         05  GES-DT-REFER              PIC  X(010).
         05  FILLER                    PIC  X(016) VALUE
             '  SEM USO APOS '.
         05  GES-DT-CORTE              PIC  X(010).
         05  FILLER                    PIC  X(013) VALUE SPACES.

       01  WRK-LINHA-TITULO.
         05  FILLER                    PIC  X(031) VALUE 'USUARIO'.
         05  FILLER                    PIC  X(009) VALUE 'RECURSO'.
         05  FILLER                    PIC  X(002) VALUE 'P'.
         05  FILLER                    PIC  X(006) VALUE 'DEPEN'.
         05  FILLER                    PIC  X(011) VALUE 'CONCESSAO'.
         05  FILLER                    PIC  X(011) VALUE 'ULTIMO USO'.
         05  FILLER                    PIC  X(062) VALUE
             'OCORRENCIAS                              SUGESTAO'.

       01  WRK-LINHA-DETALHE.
         05  DET-CUSUAR                PIC  X(030).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  DET-RECURSO               PIC  X(008).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  DET-PERM                  PIC  X(001).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  DET-CDEPEND               PIC  9(005).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  DET-DT-CONCESSAO          PIC  X(010).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  DET-DT-ULT-USO            PIC  X(010).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  DET-OCORRENCIAS           PIC  X(040).
         05  FILLER                    PIC  X(001) VALUE SPACE.
         05  DET-SUGESTAO              PIC  X(008).
         05  FILLER                    PIC  X(013) VALUE SPACES.

       01  WRK-LINHA-TOTAL-GESTOR.
         05  FILLER                    PIC  X(022) VALUE
             'CONCESSOES DO GESTOR: '.
         05  TOT-CONCESSOES            PIC  ZZZ.ZZ9.
         05  FILLER                    PIC  X(015) VALUE
             '   APONTADAS: '.
         05  TOT-APONTADAS             PIC  ZZZ.ZZ9.
         05  FILLER                    PIC  X(081) VALUE SPACES.

       01  WRK-LINHA-ASSINATURA.
         05  FILLER                    PIC  X(036) VALUE
             'CERTIFICO AS CONCESSOES ACIMA, SALVO'.
         05  FILLER                    PIC  X(030) VALUE
             ' AS REVOGADAS NO RETORNO'.
         05  FILLER                    PIC  X(032) VALUE
             'ASSINATURA: ____________________'.
         05  FILLER                    PIC  X(034) VALUE
             '  DATA: ____/____/________'.

       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA FRWK012S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RET-SUGESTAO 'R' REVOGAR / 'M' MANTER; RET-DECISAO SAI EM      *
      * BRANCO E E PREENCHIDA PELO GESTOR ('R' OU 'M') NA DEVOLUCAO    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REG-RETORNO.
         05  RET-CUSUAR-GESTOR         PIC  X(030).
         05  RET-CUSUAR                PIC  X(030).
         05  RET-RECURSO               PIC  X(008).
         05  RET-PERM                  PIC  X(001).
         05  RET-DT-REFER              PIC  X(010).
         05  RET-DT-ULT-USO            PIC  X(010).
         05  RET-IN-SEM-USO            PIC  X(001).
         05  RET-IN-SEGREG             PIC  X(001).
         05  RET-IN-DEPEND             PIC  X(001).
         05  RET-SUGESTAO              PIC  X(001).
         05  RET-DECISAO               PIC  X(001).
         05  FILLER                    PIC  X(026).

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
               INCLUDE FRWKB996
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB992
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
                 WHERE CNOME_PROGRAMA = 'FRWK8100'
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
      *          PARM: POS 01-03 DIAS SEM USO (SOBREPOE A TPARM_EXEC)  *
      *----------------------------------------------------------------*
       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM             PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-DIAS   PIC  9(003).
               10  FILLER               PIC  X(077).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-EOF-FRWK010E.

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

           PERFORM 1060-CALCULAR-CORTE.

           OPEN INPUT   FRWK010E.
           PERFORM 1100-TESTAR-FS-FRWK010E.

           OPEN OUTPUT  FRWK011R.
           PERFORM 1110-TESTAR-FS-FRWK011R.

           OPEN OUTPUT  FRWK012S.
           PERFORM 1120-TESTAR-FS-FRWK012S.

           PERFORM 2100-LER-FRWK010E.

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

           IF CNOME-PARM OF FRWKB995    EQUAL   'DIAS-SEM-USO'
              IF WRK-TPARM-VALOR-9-3    IS NUMERIC
                 AND WRK-TPARM-VALOR-9-3 IS GREATER THAN ZEROS
                 MOVE WRK-TPARM-VALOR-9-3
                                        TO      WRK-PARM-DIAS-SEM-USO
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

           MOVE 'FRWK8100'              TO      FRWKWPEF-PROGRAMA.

           CALL WRK-FRWK3000            USING   FRWKWPEF.

      *----------------------------------------------------------------*
       1048-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-LER-PARM                   SECTION.
      *----------------------------------------------------------------*

           MOVE '1050-LER-PARM'         TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-PARM-TAM              IS GREATER THAN +2
              IF WRK-PARM-DADO-DIAS     IS NUMERIC
                 AND WRK-PARM-DADO-DIAS IS GREATER THAN ZEROS
                 MOVE WRK-PARM-DADO-DIAS TO     WRK-PARM-DIAS-SEM-USO
                 MOVE 'DIAS-SEM-USO'    TO      FRWKWPEF-NOME-PARM
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
      * DATA DE REFERENCIA DO CICLO E DATA DE CORTE: CONCESSAO SEM USO *
      * DESDE ANTES DO CORTE E APONTADA COMO SEM USO                   *
      *----------------------------------------------------------------*
       1060-CALCULAR-CORTE             SECTION.
      *----------------------------------------------------------------*

           MOVE '1060-CALCULAR-CORTE'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO),
                       CHAR(CURRENT DATE - :WRK-PARM-DIAS-SEM-USO DAYS,
                            ISO)
                  INTO :WRK-DATA-HOJE,
                       :WRK-DT-CORTE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-FRWK010E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-FRWK010E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-FRWK010E       NOT EQUAL   '00'
              MOVE 'FRWK010E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-FRWK010E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-FRWK011R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-FRWK011R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-FRWK011R       NOT EQUAL   '00'
              MOVE 'FRWK011R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-FRWK011R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-FRWK012S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1120-TESTAR-FS-FRWK012S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-FRWK012S       NOT EQUAL   '00'
              MOVE 'FRWK012S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-FRWK012S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-FRWK010E               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-FRWK010E'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ FRWK010E                INTO    WRK-REG-CONCESSAO.

           IF WRK-FS-FRWK010E           EQUAL   '10'
              SET WRK-EOF-FRWK010E      TO      TRUE
           ELSE
              PERFORM 1100-TESTAR-FS-FRWK010E
              ADD 1                     TO      WRK-LIDOS-FRWK010E
              MOVE CON-CUSUAR-GESTOR    TO      WRK-GESTOR-LIDO
              MOVE CON-CUSUAR           TO      WRK-USUARIO-LIDO
              MOVE CON-RECURSO          TO      WRK-RECURSO-LIDO
              IF WRK-CHAVE-LIDA     NOT GREATER THAN WRK-CHAVE-ATUAL
                 MOVE 'FRWK9994'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'FRWK010E FORA DE SEQUENCIA OU DUPLICADO'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TRATA A CONCESSAO LIDA: NA TROCA DE USUARIO AVALIA E GRAVA AS  *
      * CONCESSOES DO ANTERIOR; NA TROCA DE GESTOR FECHA A PAGINA DE   *
      * ASSINATURA E ABRE A DO PROXIMO                                 *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-GESTOR-LIDO       NOT EQUAL   WRK-GESTOR-ATUAL
              OR WRK-USUARIO-LIDO   NOT EQUAL   WRK-USUARIO-ATUAL
              IF WRK-QTD-CON            IS GREATER THAN ZEROS
                 PERFORM 4000-FECHAR-USUARIO
              END-IF
              MOVE WRK-USUARIO-LIDO     TO      WRK-USUARIO-ATUAL
              ADD 1                     TO      WRK-USUARIOS
              PERFORM 3100-OBTER-DEPEND-SESSAO
           END-IF.

           IF WRK-GESTOR-LIDO       NOT EQUAL   WRK-GESTOR-ATUAL
              IF WRK-GESTOR-ATUAL   NOT EQUAL   SPACES
                 PERFORM 5100-FECHAR-GESTOR
              END-IF
              MOVE WRK-GESTOR-LIDO      TO      WRK-GESTOR-ATUAL
              PERFORM 5000-ABRIR-GESTOR
           END-IF.

           MOVE WRK-RECURSO-LIDO        TO      WRK-RECURSO-ATUAL.

           PERFORM 3200-GUARDAR-CONCESSAO.

           PERFORM 2100-LER-FRWK010E.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DEPENDENCIA DA SESSAO MAIS RECENTE DO USUARIO NO REGISTRO DE   *
      * SESSOES; SEM SESSAO REGISTRADA A DEPENDENCIA NAO E COMPARADA   *
      *----------------------------------------------------------------*
       3100-OBTER-DEPEND-SESSAO        SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-OBTER-DEPEND-SESSAO' TO   FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-DEPEND-SESSAO.
           MOVE WRK-USUARIO-ATUAL       TO
                                        CUSUAR-SESSAO OF FRWKB992.

           EXEC SQL
                SELECT CDEPEND_OPER
                  INTO :FRWKB992.CDEPEND-OPER
                  FROM DB2PRD.TSESS_ATIVA_GAM
                 WHERE CUSUAR_SESSAO = :FRWKB992.CUSUAR-SESSAO
                 ORDER BY DT_INICIO_SESSAO DESC,
                          HR_INICIO_SESSAO DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 MOVE CDEPEND-OPER OF FRWKB992
                                        TO      WRK-DEPEND-SESSAO
                 SET WRK-DEPEND-CONHECIDA TO    TRUE
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'TSESS_ATIVA_GAM' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0010'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GUARDA A CONCESSAO NA TABELA DO USUARIO COM O ULTIMO USO NA    *
      * TRILHA DO GAM E OS APONTAMENTOS DE SEM USO E DE DEPENDENCIA    *
      *----------------------------------------------------------------*
       3200-GUARDAR-CONCESSAO          SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-GUARDAR-CONCESSAO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-QTD-CON           NOT LESS    WRK-MAX-TAB-CON
              MOVE 'FRWK9993'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'USUARIO COM MAIS DE 200 CONCESSOES NO FRWK010E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           ADD 1                        TO      WRK-QTD-CON.
           MOVE WRK-QTD-CON             TO      WRK-IX-CON.

           MOVE CON-RECURSO             TO
                                        TCO-RECURSO (WRK-IX-CON).
           MOVE CON-PERM                TO      TCO-PERM (WRK-IX-CON).
           MOVE CON-CDEPEND             TO
                                        TCO-CDEPEND (WRK-IX-CON).
           MOVE CON-DT-CONCESSAO        TO
                                        TCO-DT-CONCESSAO (WRK-IX-CON).
           MOVE 'N'                     TO
                                        TCO-IN-SEM-USO (WRK-IX-CON)
                                        TCO-IN-SEGREG (WRK-IX-CON)
                                        TCO-IN-DEPEND (WRK-IX-CON).

           PERFORM 3300-OBTER-ULTIMO-USO.

           MOVE WRK-DT-ULT-USO          TO      TCO-DT-ULT-USO
                                                (WRK-IX-CON).

           IF WRK-DT-ULT-USO            EQUAL   SPACES
              IF CON-DT-CONCESSAO       IS LESS THAN WRK-DT-CORTE
                 MOVE 'S'               TO      TCO-IN-SEM-USO
                                                (WRK-IX-CON)
              END-IF
           ELSE
              IF WRK-DT-ULT-USO         IS LESS THAN WRK-DT-CORTE
                 MOVE 'S'               TO      TCO-IN-SEM-USO
                                                (WRK-IX-CON)
              END-IF
           END-IF.

           IF WRK-DEPEND-CONHECIDA
              AND WRK-DEPEND-SESSAO NOT EQUAL   CON-CDEPEND
              MOVE 'S'                  TO      TCO-IN-DEPEND
                                                (WRK-IX-CON)
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ULTIMO USO REAL: A ULTIMA CONSULTA DE PERMISSAO DO USUARIO     *
      * SOBRE O RECURSO REGISTRADA NA TRILHA DO GAM                    *
      *----------------------------------------------------------------*
       3300-OBTER-ULTIMO-USO           SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-OBTER-ULTIMO-USO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CON-CUSUAR              TO
                                        CUSUAR-AUDIT OF FRWKB996.
           MOVE CON-RECURSO             TO      CID-BLOCO OF FRWKB996.

           EXEC SQL
                SELECT COALESCE(MAX(DT_AUDIT), ' ')
                  INTO :WRK-DT-ULT-USO
                  FROM DB2PRD.TAUDIT_GAM
                 WHERE CUSUAR_AUDIT = :FRWKB996.CUSUAR-AUDIT
                   AND CID_BLOCO    = :FRWKB996.CID-BLOCO
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TAUDIT_GAM'         TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FECHA O USUARIO CORRENTE: AVALIA OS PARES SOLICITANTE X        *
      * APROVADOR SOBRE O CONJUNTO DAS CONCESSOES E GRAVA CADA UMA NO  *
      * RELATORIO E NO RETORNO                                         *
      *----------------------------------------------------------------*
       4000-FECHAR-USUARIO             SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-FECHAR-USUARIO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 4100-AVALIAR-SEGREGACAO
             VARYING WRK-IX-SEG FROM 1 BY 1
               UNTIL WRK-IX-SEG IS GREATER THAN WRK-QTD-SEGREG.

           PERFORM 4200-GRAVAR-CONCESSAO
             VARYING WRK-IX-CON FROM 1 BY 1
               UNTIL WRK-IX-CON IS GREATER THAN WRK-QTD-CON.

           MOVE ZEROS                   TO      WRK-QTD-CON.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-AVALIAR-SEGREGACAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '4100-AVALIAR-SEGREGACAO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-IX-SOLIC
                                                WRK-IX-APROV.

           PERFORM 4110-PROCURAR-PAR
             VARYING WRK-IX-BUSCA FROM 1 BY 1
               UNTIL WRK-IX-BUSCA IS GREATER THAN WRK-QTD-CON.

           IF WRK-IX-SOLIC              IS GREATER THAN ZEROS
              AND WRK-IX-APROV          IS GREATER THAN ZEROS
              MOVE 'S'                  TO      TCO-IN-SEGREG
                                                (WRK-IX-SOLIC)
                                                TCO-IN-SEGREG
                                                (WRK-IX-APROV)
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4110-PROCURAR-PAR               SECTION.
      *----------------------------------------------------------------*

           EVALUATE TCO-RECURSO (WRK-IX-BUSCA)
              WHEN SEG-SOLICITANTE (WRK-IX-SEG)
                 MOVE WRK-IX-BUSCA      TO      WRK-IX-SOLIC
              WHEN SEG-APROVADOR (WRK-IX-SEG)
                 MOVE WRK-IX-BUSCA      TO      WRK-IX-APROV
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       4110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LINHA DO RELATORIO E REGISTRO DE RETORNO DA CONCESSAO: QUALQUER*
      * APONTAMENTO LEVA A SUGESTAO DE REVOGACAO; A DECISAO E DO       *
      * GESTOR                                                         *
      *----------------------------------------------------------------*
       4200-GRAVAR-CONCESSAO           SECTION.
      *----------------------------------------------------------------*

           MOVE '4200-GRAVAR-CONCESSAO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-USUARIO-ATUAL       TO      DET-CUSUAR.
           MOVE TCO-RECURSO (WRK-IX-CON) TO     DET-RECURSO.
           MOVE TCO-PERM (WRK-IX-CON)   TO      DET-PERM.
           MOVE TCO-CDEPEND (WRK-IX-CON) TO     DET-CDEPEND.
           MOVE TCO-DT-CONCESSAO (WRK-IX-CON)
                                        TO      DET-DT-CONCESSAO.

           IF TCO-DT-ULT-USO (WRK-IX-CON) EQUAL SPACES
              MOVE 'NUNCA'              TO      DET-DT-ULT-USO
           ELSE
              MOVE TCO-DT-ULT-USO (WRK-IX-CON)
                                        TO      DET-DT-ULT-USO
           END-IF.

           MOVE SPACES                  TO      DET-OCORRENCIAS.

           IF TCO-IN-SEM-USO (WRK-IX-CON) EQUAL 'S'
              MOVE 'SEM USO'            TO      DET-OCORRENCIAS (1:8)
              ADD 1                     TO      WRK-QTD-SEM-USO
           END-IF.

           IF TCO-IN-SEGREG (WRK-IX-CON) EQUAL  'S'
              MOVE 'SOLIC+APROV'        TO      DET-OCORRENCIAS (10:12)
              ADD 1                     TO      WRK-QTD-SEGREG-CONFL
           END-IF.

           IF TCO-IN-DEPEND (WRK-IX-CON) EQUAL  'S'
              MOVE 'DEPEND ALTERADA'    TO      DET-OCORRENCIAS (23:16)
              ADD 1                     TO      WRK-QTD-DEPEND-ALTER
           END-IF.

           ADD 1                        TO      WRK-GESTOR-CONCESSOES.

           MOVE WRK-GESTOR-ATUAL        TO      RET-CUSUAR-GESTOR.
           MOVE WRK-USUARIO-ATUAL       TO      RET-CUSUAR.
           MOVE TCO-RECURSO (WRK-IX-CON) TO     RET-RECURSO.
           MOVE TCO-PERM (WRK-IX-CON)   TO      RET-PERM.
           MOVE WRK-DATA-HOJE           TO      RET-DT-REFER.
           MOVE TCO-DT-ULT-USO (WRK-IX-CON) TO  RET-DT-ULT-USO.
           MOVE TCO-IN-SEM-USO (WRK-IX-CON) TO  RET-IN-SEM-USO.
           MOVE TCO-IN-SEGREG (WRK-IX-CON) TO   RET-IN-SEGREG.
           MOVE TCO-IN-DEPEND (WRK-IX-CON) TO   RET-IN-DEPEND.
           MOVE SPACES                  TO      RET-DECISAO.

           IF DET-OCORRENCIAS           EQUAL   SPACES
              MOVE 'MANTER'             TO      DET-SUGESTAO
              MOVE 'M'                  TO      RET-SUGESTAO
           ELSE
              MOVE 'REVOGAR'            TO      DET-SUGESTAO
              MOVE 'R'                  TO      RET-SUGESTAO
              ADD 1                     TO      WRK-QTD-SUGESTAO-REVOG
                                                WRK-GESTOR-APONTADAS
           END-IF.

           MOVE WRK-LINHA-DETALHE       TO      FD-FRWK011R.
           WRITE FD-FRWK011R.
           PERFORM 1110-TESTAR-FS-FRWK011R.

           MOVE WRK-REG-RETORNO         TO      FD-FRWK012S.
           WRITE FD-FRWK012S.
           PERFORM 1120-TESTAR-FS-FRWK012S.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-ABRIR-GESTOR               SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-ABRIR-GESTOR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           ADD 1                        TO      WRK-GESTORES.
           MOVE ZEROS                   TO      WRK-GESTOR-CONCESSOES
                                                WRK-GESTOR-APONTADAS.

           MOVE WRK-GESTOR-ATUAL        TO      GES-CUSUAR.
           MOVE WRK-DATA-HOJE           TO      GES-DT-REFER.
           MOVE WRK-DT-CORTE            TO      GES-DT-CORTE.

           MOVE WRK-LINHA-GESTOR        TO      FD-FRWK011R.
           WRITE FD-FRWK011R.
           PERFORM 1110-TESTAR-FS-FRWK011R.

           MOVE WRK-LINHA-BRANCO        TO      FD-FRWK011R.
           WRITE FD-FRWK011R.
           PERFORM 1110-TESTAR-FS-FRWK011R.

           MOVE WRK-LINHA-TITULO        TO      FD-FRWK011R.
           WRITE FD-FRWK011R.
           PERFORM 1110-TESTAR-FS-FRWK011R.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-FECHAR-GESTOR              SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-FECHAR-GESTOR'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-GESTOR-CONCESSOES   TO      TOT-CONCESSOES.
           MOVE WRK-GESTOR-APONTADAS    TO      TOT-APONTADAS.

           MOVE WRK-LINHA-BRANCO        TO      FD-FRWK011R.
           WRITE FD-FRWK011R.
           PERFORM 1110-TESTAR-FS-FRWK011R.

           MOVE WRK-LINHA-TOTAL-GESTOR  TO      FD-FRWK011R.
           WRITE FD-FRWK011R.
           PERFORM 1110-TESTAR-FS-FRWK011R.

           MOVE WRK-LINHA-BRANCO        TO      FD-FRWK011R.
           WRITE FD-FRWK011R.
           PERFORM 1110-TESTAR-FS-FRWK011R.

           MOVE WRK-LINHA-ASSINATURA    TO      FD-FRWK011R.
           WRITE FD-FRWK011R.
           PERFORM 1110-TESTAR-FS-FRWK011R.

           MOVE WRK-LINHA-BRANCO        TO      FD-FRWK011R.
           WRITE FD-FRWK011R.
           PERFORM 1110-TESTAR-FS-FRWK011R.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-QTD-CON               IS GREATER THAN ZEROS
              PERFORM 4000-FECHAR-USUARIO
           END-IF.

           IF WRK-GESTOR-ATUAL      NOT EQUAL   SPACES
              PERFORM 5100-FECHAR-GESTOR
           END-IF.

           DISPLAY '*********** FRWK8100 ***********'
           DISPLAY '*                              *'
           DISPLAY '*  RECERTIFICACAO DE ACESSOS   *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* DIAS SEM USO      : ' WRK-PARM-DIAS-SEM-USO
           DISPLAY '* CONCESSOES LIDAS  : ' WRK-LIDOS-FRWK010E
           DISPLAY '* GESTORES          : ' WRK-GESTORES
           DISPLAY '* USUARIOS          : ' WRK-USUARIOS
           DISPLAY '* SEM USO           : ' WRK-QTD-SEM-USO
           DISPLAY '* SOLIC + APROV     : ' WRK-QTD-SEGREG-CONFL
           DISPLAY '* DEPEND ALTERADA   : ' WRK-QTD-DEPEND-ALTER
           DISPLAY '* SUGESTAO REVOGAR  : ' WRK-QTD-SUGESTAO-REVOG
           DISPLAY '*********** FRWK8100 ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE FRWK010E.
           PERFORM 1100-TESTAR-FS-FRWK010E.

           CLOSE FRWK011R.
           PERFORM 1110-TESTAR-FS-FRWK011R.

           CLOSE FRWK012S.
           PERFORM 1120-TESTAR-FS-FRWK012S.

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

           MOVE 'FRWK8100'              TO      FRWKGHEA-NOME-PROGRAMA.

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
