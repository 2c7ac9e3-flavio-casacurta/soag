      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2INT.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2INT                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  MAIO/2028                                    *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF059S          O              WRK-LINHA-INT  *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSIT_MOVTO_TARIF          (SUBSELECT)    *
      *                DB2PRD.TSIT_MOVTO_TARIF_ARQ      (SUBSELECT)    *
      *                DB2PRD.TPARC_EVNTO_TARIF         (COUNT)        *
      *                DB2PRD.TPEND_COBR_TARIF          (COUNT)        *
      *                DB2PRD.TXREF_MANIF_TARIF         (COUNT)        *
      *                DB2PRD.TSOLIC_ESTR_TARIF         (COUNT)        *
      *                DB2PRD.TJRNL_CORRC_TARIF         (COUNT)        *
      *                DB2PRD.TSUSP_RETNO_TARIF         (COUNT)        *
      *                DB2PRD.TFATUR_TARIF              (SUBSELECT)    *
      *                DB2PRD.TCONS_REMES_TARIF         (SUBSELECT)    *
      *                DB2PRD.TCTRL_REMES_TARIF         (SUBSELECT)    *
      *                DB2PRD.TPARM_EXEC                FRWKB995       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK3000 - REGISTRAR PARAMETRO EFETIVO DA EXECUCAO          *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARAMETROS (TPARM_EXEC, CNOME_PROGRAMA = 'GOTF2INT'):       *
      *    LIM-<CATEGORIA> : QUANTIDADE TOLERADA NA CATEGORIA (9(05),  *
      *                      PADRAO 00000 - QUALQUER OCORRENCIA E      *
      *                      ALERTADA). NOMES NA TABELA WRK-TAB-CATEG  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    MAI/2028 - HOMI - PROGRAMA CRIADO. AUDITORIA NOTURNA DE     *
      *               INTEGRIDADE REFERENCIAL ENTRE AS TABELAS DE      *
      *               TARIFA E DE MANIFESTACAO, QUE SE REFERENCIAM     *
      *               SEM RI DO DB2: FILHOS SEM EVENTO (PARCELA,       *
      *               PENDENCIA DE COBRANCA, VINCULO COM               *
      *               MANIFESTACAO, SOLICITACAO DE ESTORNO, DIARIO DE  *
      *               CORRECAO E SUSPENSAO DE RETORNO - O EVENTO E     *
      *               PROCURADO NA TABELA ATIVA E NO ARQUIVO MORTO),   *
      *               EVENTOS APONTANDO PARA FATURA, DEBITO            *
      *               CONSOLIDADO OU REMESSA INEXISTENTES E ESTADOS    *
      *               INCONSISTENTES ENTRE EVENTO E FILHO ABERTO.      *
      *               UMA LINHA POR CATEGORIA NO RELATORIO GOTF059S    *
      *               COM QUANTIDADE E LIMITE; CATEGORIA ACIMA DO      *
      *               LIMITE GERA MENSAGEM NO CONSOLE E REGISTRO DE    *
      *               ERRO LIVRE NO LOG DO FRAMEWORK (ALERTA DO        *
      *               FRWK6000), COM RETURN-CODE 4. SO-LEITURA.        *
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

           SELECT GOTF059S ASSIGN      TO   UT-S-GOTF059S
                      FILE STATUS      IS   WRK-FS-GOTF059S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF059S - AUDITORIA DE INTEGRIDADE REFERENCIAL      *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  GOTF059S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF059S                 PIC  X(132).

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

       01  WRK-FS-GOTF059S             PIC  X(02)  VALUE SPACES.

       01  WRK-DATA-HOJE               PIC  X(10) VALUE SPACES.

       01  WRK-SW-FIM-TPARM            PIC  X(01) VALUE 'N'.
           88  WRK-FIM-TPARM                       VALUE 'S'.
       01  WRK-TPARM-VALOR             PIC  X(40) VALUE SPACES.
       01  FILLER REDEFINES WRK-TPARM-VALOR.
         05  WRK-TPARM-VALOR-9-5       PIC  9(05).
         05  FILLER                    PIC  X(35).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CATEGORIAS AUDITADAS: NOME DO LIMITE EM TPARM_EXEC E TEXTO DO *
      * RELATORIO. A ORDEM CASA COM O EVALUATE DO 3000-AUDITAR-       *
      * CATEGORIA                                                     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-QTD-CATEGORIAS          PIC S9(04) COMP VALUE +13.
       01  WRK-IDX-CAT                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-CAT-ACHADA          PIC S9(04) COMP VALUE ZEROS.

       01  WRK-TAB-CATEG-VALORES.
         05  FILLER                    PIC  X(16) VALUE 'LIM-ORF-PARC'.
         05  FILLER                    PIC  X(48) VALUE
             'PARCELA SEM EVENTO (TPARC_EVNTO_TARIF)'.
         05  FILLER                    PIC  X(16) VALUE 'LIM-ORF-PEND'.
         05  FILLER                    PIC  X(48) VALUE
             'PENDENCIA DE COBRANCA SEM EVENTO (TPEND_COBR)'.
         05  FILLER                    PIC  X(16) VALUE 'LIM-ORF-XREF'.
         05  FILLER                    PIC  X(48) VALUE
             'VINCULO MANIFESTACAO SEM EVENTO (TXREF_MANIF)'.
         05  FILLER                    PIC  X(16) VALUE 'LIM-ORF-SOLIC'.
         05  FILLER                    PIC  X(48) VALUE
             'SOLICITACAO DE ESTORNO SEM EVENTO (TSOLIC_ESTR)'.
         05  FILLER                    PIC  X(16) VALUE 'LIM-ORF-JRNL'.
         05  FILLER                    PIC  X(48) VALUE
             'DIARIO DE CORRECAO SEM EVENTO (TJRNL_CORRC)'.
         05  FILLER                    PIC  X(16) VALUE 'LIM-ORF-SUSP'.
         05  FILLER                    PIC  X(48) VALUE
             'SUSPENSAO DE RETORNO SEM EVENTO (TSUSP_RETNO)'.
         05  FILLER                    PIC  X(16) VALUE 'LIM-ORF-FATUR'.
         05  FILLER                    PIC  X(48) VALUE
             'EVENTO COM FATURA INEXISTENTE (NFATUR_TARIF)'.
         05  FILLER                    PIC  X(16) VALUE
             'LIM-ORF-CONSOL'.
         05  FILLER                    PIC  X(48) VALUE
             'EVENTO COM CONSOLIDADO INEXISTENTE (NCONSOL)'.
         05  FILLER                    PIC  X(16) VALUE 'LIM-ORF-REMES'.
         05  FILLER                    PIC  X(48) VALUE
             'EVENTO COM REMESSA INEXISTENTE (NREMES_TARIF)'.
         05  FILLER                    PIC  X(16) VALUE 'LIM-INC-RETRY'.
         05  FILLER                    PIC  X(48) VALUE
             'RETENTATIVA ABERTA EM EVENTO L/E/B OU ARQUIVADO'.
         05  FILLER                    PIC  X(16) VALUE 'LIM-INC-PARC'.
         05  FILLER                    PIC  X(48) VALUE
             'PARCELA ABERTA EM EVENTO E/B OU ARQUIVADO'.
         05  FILLER                    PIC  X(16) VALUE 'LIM-INC-SUSP'.
         05  FILLER                    PIC  X(48) VALUE
             'SUSPENSAO PENDENTE EM EVENTO E/B OU ARQUIVADO'.
         05  FILLER                    PIC  X(16) VALUE 'LIM-INC-XREF'.
         05  FILLER                    PIC  X(48) VALUE
             'VINCULO ABERTO COM EVENTO SO NO ARQUIVO MORTO'.
       01  WRK-TAB-CATEG REDEFINES WRK-TAB-CATEG-VALORES.
         05  WRK-CAT-ITEM              OCCURS 13 TIMES.
           10  CAT-NOME-PARM           PIC  X(16).
           10  CAT-DESCRICAO           PIC  X(48).

       01  WRK-TAB-APURACAO.
         05  WRK-APU-ITEM              OCCURS 13 TIMES.
           10  APU-LIMITE              PIC S9(09) COMP-3.
           10  APU-QTD                 PIC S9(09) COMP-3.

       01  WRK-QTD-CATEG               PIC S9(09) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-OCORRENCIAS           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CATEG-ALERTADAS       PIC  9(04)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF059S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-TITULO.
         05  FILLER                    PIC  X(050) VALUE
             'GOTF2INT - AUDITORIA DE INTEGRIDADE - DATA: '.
         05  TIT-DATA                  PIC  X(010).
         05  FILLER                    PIC  X(072) VALUE SPACES.

       01  WRK-LINHA-CABEC.
         05  FILLER                    PIC  X(004) VALUE 'CAT'.
         05  FILLER                    PIC  X(050) VALUE 'DESCRICAO'.
         05  FILLER                    PIC  X(013) VALUE
             '   QUANTIDADE'.
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  FILLER                    PIC  X(013) VALUE
             '       LIMITE'.
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  FILLER                    PIC  X(048) VALUE 'SITUACAO'.

       01  WRK-LINHA-DETALHE.
         05  DET-CATEGORIA             PIC  9(002).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  DET-DESCRICAO             PIC  X(048).
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  DET-QTD                   PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(004) VALUE SPACES.
         05  DET-LIMITE                PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(002) VALUE SPACES.
         05  DET-SITUACAO              PIC  X(006).
         05  FILLER                    PIC  X(044) VALUE SPACES.

       01  WRK-LINHA-TOTAL.
         05  FILLER                    PIC  X(020) VALUE
             'TOTAL OCORRENCIAS..:'.
         05  TOT-QTD                   PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(004) VALUE SPACES.
         05  FILLER                    PIC  X(024) VALUE
             'CATEGORIAS EM ALERTA..: '.
         05  TOT-ALERTAS               PIC  ZZZ9.
         05  FILLER                    PIC  X(069) VALUE SPACES.

       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.

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
                 WHERE CNOME_PROGRAMA = 'GOTF2INT'
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

           PERFORM 3000-AUDITAR-CATEGORIA
             VARYING WRK-IDX-CAT FROM 1 BY 1
               UNTIL WRK-IDX-CAT    IS GREATER THAN WRK-QTD-CATEGORIAS.

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
                      WRK-TAB-APURACAO.

           OPEN OUTPUT  GOTF059S.

           PERFORM 1100-TESTAR-FS-GOTF059S.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WRK-DATA-HOJE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1040-CARREGAR-TPARM.

           MOVE WRK-DATA-HOJE           TO      TIT-DATA.
           MOVE WRK-LINHA-TITULO        TO      FD-GOTF059S.
           WRITE FD-GOTF059S.
           PERFORM 1100-TESTAR-FS-GOTF059S.

           MOVE WRK-LINHA-BRANCO        TO      FD-GOTF059S.
           WRITE FD-GOTF059S.
           PERFORM 1100-TESTAR-FS-GOTF059S.

           MOVE WRK-LINHA-CABEC         TO      FD-GOTF059S.
           WRITE FD-GOTF059S.
           PERFORM 1100-TESTAR-FS-GOTF059S.

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
      * LIMITE DE UMA CATEGORIA: O NOME DO PARAMETRO E PROCURADO NA    *
      * TABELA DE CATEGORIAS; NOME DESCONHECIDO E IGNORADO             *
      *----------------------------------------------------------------*
       1046-TRATAR-TPARM               SECTION.
      *----------------------------------------------------------------*

           MOVE '1046-TRATAR-TPARM'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE DS-VALOR-PARM OF FRWKB995
                                        TO      WRK-TPARM-VALOR.

           MOVE ZEROS                   TO      WRK-IDX-CAT-ACHADA.

           PERFORM 1047-LOCALIZAR-CATEGORIA
             VARYING WRK-IDX-CAT FROM 1 BY 1
               UNTIL WRK-IDX-CAT    IS GREATER THAN WRK-QTD-CATEGORIAS
                  OR WRK-IDX-CAT-ACHADA IS GREATER THAN ZEROS.

           IF WRK-IDX-CAT-ACHADA        IS GREATER THAN ZEROS
              AND WRK-TPARM-VALOR-9-5   IS NUMERIC
              MOVE WRK-TPARM-VALOR-9-5  TO
                                   APU-LIMITE (WRK-IDX-CAT-ACHADA)
              MOVE CNOME-PARM OF FRWKB995
                                        TO      FRWKWPEF-NOME-PARM
              MOVE DS-VALOR-PARM OF FRWKB995
                                        TO      FRWKWPEF-VALOR
              SET FRWKWPEF-ORIGEM-TABELA TO     TRUE
              PERFORM 1048-REGISTRAR-PARM-EFETIVO
           END-IF.

           PERFORM 1045-FETCH-TPARM.

      *----------------------------------------------------------------*
       1046-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1047-LOCALIZAR-CATEGORIA        SECTION.
      *----------------------------------------------------------------*

           MOVE '1047-LOCALIZAR-CATEGORIA' TO   FRWKGHEA-IDEN-PARAGRAFO.

           IF CAT-NOME-PARM (WRK-IDX-CAT) EQUAL CNOME-PARM OF FRWKB995
              MOVE WRK-IDX-CAT          TO      WRK-IDX-CAT-ACHADA
           END-IF.

      *----------------------------------------------------------------*
       1047-99-FIM.                    EXIT.
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

           MOVE 'GOTF2INT'              TO      FRWKWPEF-PROGRAMA.

           CALL WRK-FRWK3000            USING   FRWKWPEF.

      *----------------------------------------------------------------*
       1048-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF059S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF059S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF059S       NOT EQUAL   '00'
              MOVE 'GOTF059S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF059S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * APURA A CATEGORIA CORRENTE, IMPRIME A LINHA E ALERTA QUANDO A  *
      * QUANTIDADE PASSA DO LIMITE PARAMETRIZADO                       *
      *----------------------------------------------------------------*
       3000-AUDITAR-CATEGORIA          SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-AUDITAR-CATEGORIA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-QTD-CATEG.

           EVALUATE WRK-IDX-CAT
              WHEN 01
                 PERFORM 3101-ORFAO-PARCELA
              WHEN 02
                 PERFORM 3102-ORFAO-PENDENCIA
              WHEN 03
                 PERFORM 3103-ORFAO-VINCULO
              WHEN 04
                 PERFORM 3104-ORFAO-SOLIC-ESTORNO
              WHEN 05
                 PERFORM 3105-ORFAO-DIARIO
              WHEN 06
                 PERFORM 3106-ORFAO-SUSPENSAO
              WHEN 07
                 PERFORM 3107-ORFAO-FATURA
              WHEN 08
                 PERFORM 3108-ORFAO-CONSOLIDADO
              WHEN 09
                 PERFORM 3109-ORFAO-REMESSA
              WHEN 10
                 PERFORM 3110-INCONS-RETENTATIVA
              WHEN 11
                 PERFORM 3111-INCONS-PARCELA
              WHEN 12
                 PERFORM 3112-INCONS-SUSPENSAO
              WHEN 13
                 PERFORM 3113-INCONS-VINCULO
           END-EVALUATE.

           MOVE WRK-QTD-CATEG           TO      APU-QTD (WRK-IDX-CAT).
           ADD  WRK-QTD-CATEG           TO      WRK-OCORRENCIAS.

           MOVE WRK-IDX-CAT             TO      DET-CATEGORIA.
           MOVE CAT-DESCRICAO (WRK-IDX-CAT)
                                        TO      DET-DESCRICAO.
           MOVE APU-QTD (WRK-IDX-CAT)   TO      DET-QTD.
           MOVE APU-LIMITE (WRK-IDX-CAT)
                                        TO      DET-LIMITE.

           IF APU-QTD (WRK-IDX-CAT)     IS GREATER THAN
              APU-LIMITE (WRK-IDX-CAT)
              MOVE 'ALERTA'             TO      DET-SITUACAO
           ELSE
              MOVE 'OK'                 TO      DET-SITUACAO
           END-IF.

           MOVE WRK-LINHA-DETALHE       TO      FD-GOTF059S.
           WRITE FD-GOTF059S.
           PERFORM 1100-TESTAR-FS-GOTF059S.

           IF APU-QTD (WRK-IDX-CAT)     IS GREATER THAN
              APU-LIMITE (WRK-IDX-CAT)
              PERFORM 5000-ALARMAR-CATEGORIA
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 01 - PARCELA CUJO EVENTO NAO EXISTE NA TABELA ATIVA NEM NO     *
      *      ARQUIVO MORTO                                             *
      *----------------------------------------------------------------*
       3101-ORFAO-PARCELA              SECTION.
      *----------------------------------------------------------------*

           MOVE '3101-ORFAO-PARCELA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CATEG
                  FROM DB2PRD.TPARC_EVNTO_TARIF C
                 WHERE NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF T
                    WHERE T.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND T.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND T.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
                   AND NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ A
                    WHERE A.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND A.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND A.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0101'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3101-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 02 - PENDENCIA DE COBRANCA SEM EVENTO                          *
      *----------------------------------------------------------------*
       3102-ORFAO-PENDENCIA            SECTION.
      *----------------------------------------------------------------*

           MOVE '3102-ORFAO-PENDENCIA'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CATEG
                  FROM DB2PRD.TPEND_COBR_TARIF C
                 WHERE NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF T
                    WHERE T.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND T.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND T.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
                   AND NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ A
                    WHERE A.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND A.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND A.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_COBR_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0102'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3102-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 03 - VINCULO MANIFESTACAO X EVENTO SEM EVENTO                  *
      *----------------------------------------------------------------*
       3103-ORFAO-VINCULO              SECTION.
      *----------------------------------------------------------------*

           MOVE '3103-ORFAO-VINCULO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CATEG
                  FROM DB2PRD.TXREF_MANIF_TARIF C
                 WHERE NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF T
                    WHERE T.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND T.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND T.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
                   AND NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ A
                    WHERE A.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND A.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND A.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TXREF_MANIF_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0103'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3103-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 04 - SOLICITACAO DE ESTORNO SEM EVENTO                         *
      *----------------------------------------------------------------*
       3104-ORFAO-SOLIC-ESTORNO        SECTION.
      *----------------------------------------------------------------*

           MOVE '3104-ORFAO-SOLIC-ESTORNO' TO   FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CATEG
                  FROM DB2PRD.TSOLIC_ESTR_TARIF C
                 WHERE NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF T
                    WHERE T.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND T.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND T.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
                   AND NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ A
                    WHERE A.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND A.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND A.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSOLIC_ESTR_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0104'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3104-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 05 - DIARIO DE CORRECAO SEM EVENTO                             *
      *----------------------------------------------------------------*
       3105-ORFAO-DIARIO               SECTION.
      *----------------------------------------------------------------*

           MOVE '3105-ORFAO-DIARIO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CATEG
                  FROM DB2PRD.TJRNL_CORRC_TARIF C
                 WHERE NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF T
                    WHERE T.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND T.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND T.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
                   AND NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ A
                    WHERE A.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND A.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND A.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TJRNL_CORRC_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0105'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3105-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 06 - SUSPENSAO DE RETORNO SEM EVENTO                           *
      *----------------------------------------------------------------*
       3106-ORFAO-SUSPENSAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '3106-ORFAO-SUSPENSAO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CATEG
                  FROM DB2PRD.TSUSP_RETNO_TARIF C
                 WHERE NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF T
                    WHERE T.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND T.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND T.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
                   AND NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ A
                    WHERE A.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND A.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND A.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSUSP_RETNO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0106'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3106-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 07 - EVENTO FATURADO (NFATUR_TARIF > 0) CUJA FATURA NAO        *
      *      EXISTE EM TFATUR_TARIF                                    *
      *----------------------------------------------------------------*
       3107-ORFAO-FATURA               SECTION.
      *----------------------------------------------------------------*

           MOVE '3107-ORFAO-FATURA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CATEG
                  FROM DB2PRD.TSIT_MOVTO_TARIF T
                 WHERE T.NFATUR_TARIF > 0
                   AND NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TFATUR_TARIF F
                    WHERE F.NFATUR_TARIF = T.NFATUR_TARIF)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TFATUR_TARIF'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0107'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3107-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 08 - EVENTO COM DEBITO CONSOLIDADO (NCONSOL_REMES > 0) QUE NAO *
      *      EXISTE EM TCONS_REMES_TARIF                               *
      *----------------------------------------------------------------*
       3108-ORFAO-CONSOLIDADO          SECTION.
      *----------------------------------------------------------------*

           MOVE '3108-ORFAO-CONSOLIDADO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CATEG
                  FROM DB2PRD.TSIT_MOVTO_TARIF T
                 WHERE T.NCONSOL_REMES > 0
                   AND NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TCONS_REMES_TARIF R
                    WHERE R.NCONSOL_REMES = T.NCONSOL_REMES)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCONS_REMES_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0108'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3108-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 09 - EVENTO REMETIDO (NREMES_TARIF > 0) CUJA GERACAO NAO       *
      *      EXISTE EM TCTRL_REMES_TARIF                               *
      *----------------------------------------------------------------*
       3109-ORFAO-REMESSA              SECTION.
      *----------------------------------------------------------------*

           MOVE '3109-ORFAO-REMESSA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CATEG
                  FROM DB2PRD.TSIT_MOVTO_TARIF T
                 WHERE T.NREMES_TARIF > 0
                   AND NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TCTRL_REMES_TARIF R
                    WHERE R.NREMES = T.NREMES_TARIF)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCTRL_REMES_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0109'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3109-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 10 - PENDENCIA AGUARDANDO RETENTATIVA ('P') CUJO EVENTO JA     *
      *      ESTA LIQUIDADO, ESTORNADO OU BAIXADO, OU SO EXISTE NO     *
      *      ARQUIVO MORTO                                             *
      *----------------------------------------------------------------*
       3110-INCONS-RETENTATIVA         SECTION.
      *----------------------------------------------------------------*

           MOVE '3110-INCONS-RETENTATIVA' TO    FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CATEG
                  FROM DB2PRD.TPEND_COBR_TARIF C
                 WHERE C.IN_SITUACAO = 'P'
                   AND (EXISTS
                   (SELECT 1
                      FROM DB2PRD.TSIT_MOVTO_TARIF T
                     WHERE T.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                       AND T.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                       AND T.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF
                       AND T.CSIT_EVNTO_TARIF IN ('L', 'E', 'B'))
                    OR (NOT EXISTS
                   (SELECT 1
                      FROM DB2PRD.TSIT_MOVTO_TARIF T
                     WHERE T.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                       AND T.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                       AND T.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
                    AND EXISTS
                   (SELECT 1
                      FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ A
                     WHERE A.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                       AND A.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                       AND A.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF
                   )))
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_COBR_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0110'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 11 - PARCELA AINDA ABERTA ('P'/'R') CUJO EVENTO ESTA ESTORNADO *
      *      OU BAIXADO, OU SO EXISTE NO ARQUIVO MORTO                 *
      *----------------------------------------------------------------*
       3111-INCONS-PARCELA             SECTION.
      *----------------------------------------------------------------*

           MOVE '3111-INCONS-PARCELA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CATEG
                  FROM DB2PRD.TPARC_EVNTO_TARIF C
                 WHERE C.IN_SITUACAO IN ('P', 'R')
                   AND (EXISTS
                   (SELECT 1
                      FROM DB2PRD.TSIT_MOVTO_TARIF T
                     WHERE T.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                       AND T.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                       AND T.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF
                       AND T.CSIT_EVNTO_TARIF IN ('E', 'B'))
                    OR (NOT EXISTS
                   (SELECT 1
                      FROM DB2PRD.TSIT_MOVTO_TARIF T
                     WHERE T.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                       AND T.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                       AND T.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
                    AND EXISTS
                   (SELECT 1
                      FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ A
                     WHERE A.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                       AND A.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                       AND A.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF
                   )))
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0111'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3111-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 12 - SUSPENSAO DE RETORNO PENDENTE ('S') CUJO EVENTO ESTA      *
      *      ESTORNADO OU BAIXADO, OU SO EXISTE NO ARQUIVO MORTO       *
      *----------------------------------------------------------------*
       3112-INCONS-SUSPENSAO           SECTION.
      *----------------------------------------------------------------*

           MOVE '3112-INCONS-SUSPENSAO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CATEG
                  FROM DB2PRD.TSUSP_RETNO_TARIF C
                 WHERE C.IN_SITUACAO = 'S'
                   AND (EXISTS
                   (SELECT 1
                      FROM DB2PRD.TSIT_MOVTO_TARIF T
                     WHERE T.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                       AND T.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                       AND T.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF
                       AND T.CSIT_EVNTO_TARIF IN ('E', 'B'))
                    OR (NOT EXISTS
                   (SELECT 1
                      FROM DB2PRD.TSIT_MOVTO_TARIF T
                     WHERE T.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                       AND T.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                       AND T.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
                    AND EXISTS
                   (SELECT 1
                      FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ A
                     WHERE A.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                       AND A.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                       AND A.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF
                   )))
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSUSP_RETNO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0112'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3112-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 13 - VINCULO ABERTO ('A') COM MANIFESTACAO CUJO EVENTO SO      *
      *      EXISTE NO ARQUIVO MORTO                                   *
      *----------------------------------------------------------------*
       3113-INCONS-VINCULO             SECTION.
      *----------------------------------------------------------------*

           MOVE '3113-INCONS-VINCULO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CATEG
                  FROM DB2PRD.TXREF_MANIF_TARIF C
                 WHERE C.IN_SITUACAO = 'A'
                   AND NOT EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF T
                    WHERE T.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND T.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND T.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
                   AND EXISTS
                  (SELECT 1
                     FROM DB2PRD.TSIT_MOVTO_TARIF_ARQ A
                    WHERE A.CSIST_ORIGE_TARIF  = C.CSIST_ORIGE_TARIF
                      AND A.DRECEB_MOVTO_TARIF = C.DRECEB_MOVTO_TARIF
                      AND A.NMOVTO_EVNTO_TARIF = C.NMOVTO_EVNTO_TARIF)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TXREF_MANIF_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0113'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       3113-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CATEGORIA ACIMA DO LIMITE: MENSAGEM AO OPERADOR E REGISTRO DE  *
      * ERRO LIVRE SEM ABEND NO LOG DO FRAMEWORK, QUE O FRWK6000       *
      * TRANSFORMA EM ALERTA                                           *
      *----------------------------------------------------------------*
       5000-ALARMAR-CATEGORIA          SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-ALARMAR-CATEGORIA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*** GOTF2INT: CATEGORIA ' DET-CATEGORIA ' - '
                   CAT-NOME-PARM (WRK-IDX-CAT)
                   ' QTDE ' DET-QTD ' LIMITE ' DET-LIMITE ' ***'
                   UPON CONSOLE.

           MOVE 'GOTF9978'              TO      FRWKGLIV-COD-MENSAGEM.
           MOVE SPACES                  TO      FRWKGLIV-PARAMETROS.
           STRING 'INTEGRIDADE CATEGORIA ' DELIMITED BY SIZE
                  DET-CATEGORIA         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  CAT-DESCRICAO (WRK-IDX-CAT)
                                        DELIMITED BY '  '
                  ' QTDE '              DELIMITED BY SIZE
                  DET-QTD               DELIMITED BY SIZE
                  ' ACIMA DO LIMITE '   DELIMITED BY SIZE
                  DET-LIMITE            DELIMITED BY SIZE
             INTO FRWKGLIV-PARAMETROS
           END-STRING.

           SET  ERRO-LIVRE              TO      TRUE.
           MOVE 'GOTF2INT'              TO      FRWKGHEA-NOME-PROGRAMA.
           MOVE FRWKGLIV-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE WRK-AREA-ERRO-LIVRE     TO      WRK-BLOCO-INFO-ERRO
                                                (1:FRWKGHEA-TAM-DADOS).

           CALL WRK-FRWK2999            USING   WRK-AREA-ERRO.

           ADD 1                        TO      WRK-CATEG-ALERTADAS.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-LINHA-BRANCO        TO      FD-GOTF059S.
           WRITE FD-GOTF059S.
           PERFORM 1100-TESTAR-FS-GOTF059S.

           MOVE WRK-OCORRENCIAS         TO      TOT-QTD.
           MOVE WRK-CATEG-ALERTADAS     TO      TOT-ALERTAS.
           MOVE WRK-LINHA-TOTAL         TO      FD-GOTF059S.
           WRITE FD-GOTF059S.
           PERFORM 1100-TESTAR-FS-GOTF059S.

           DISPLAY '*********** GOTF2INT ***********'
           DISPLAY '*                              *'
           DISPLAY '*  AUDITORIA DE INTEGRIDADE    *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* DATA PROCESSAMENTO: ' WRK-DATA-HOJE
           DISPLAY '* OCORRENCIAS       : ' WRK-OCORRENCIAS
           DISPLAY '* CATEG. EM ALERTA  : ' WRK-CATEG-ALERTADAS
           DISPLAY '*********** GOTF2INT ***********'

           IF WRK-CATEG-ALERTADAS   IS GREATER THAN ZEROS
              MOVE 4                    TO      RETURN-CODE
           END-IF.

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF059S.
           PERFORM 1100-TESTAR-FS-GOTF059S.

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

           MOVE 'GOTF2INT'              TO      FRWKGHEA-NOME-PROGRAMA.

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
