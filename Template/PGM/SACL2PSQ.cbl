      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. SACL2PSQ.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  SACL2PSQ                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  JUNHO/2028                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                SACL006S          O           WRK-REG-PESQUISA  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TMANIF_PSSOA              SACLB031       *
      *                DB2PRD.TXREF_MANIF_TARIF         SACLB034       *
      *                DB2PRD.TATRIB_MANIF              SACLB036       *
      *                DB2PRD.TPESQ_SATISF_MANIF        SACLB038       *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TPREF_ENTREG_CLIEN        GOTFB0H2       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POSICAO 01-10 - DATA DE ENCERRAMENTO AAAA-MM-DD (OPCIONAL;  *
      *                    PADRAO = DIA ANTERIOR AO PROCESSAMENTO)     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    JUN/2028 - HOMI - PROGRAMA CRIADO. EXTRACAO DIARIA PARA O   *
      *               FORNECEDOR DA PESQUISA DE SATISFACAO DOS         *
      *               PROTOCOLOS ENCERRADOS NO DIA ANTERIOR (OU NA     *
      *               DATA DO PARM). A CONTA DO CLIENTE VEM DE         *
      *               TMANIF_PSSOA.NCONTA_CLIEN OU, SE ZERO, DO EVENTO *
      *               DE TARIFA VINCULADO (TXREF_MANIF_TARIF X         *
      *               TSIT_MOVTO_TARIF). NAO ENVIA PROTOCOLO SEM       *
      *               CONTA, CLIENTE COM IN_NAO_CONTATO = 'S' EM       *
      *               TPREF_ENTREG_CLIEN NEM CLIENTE JA PESQUISADO NOS *
      *               ULTIMOS 90 DIAS. CADA PROTOCOLO ENVIADO GANHA    *
      *               UMA LINHA EM TPESQ_SATISF_MANIF (SITUACAO 'E')   *
      *               COM TIPO, DESFECHO E EQUIPE ATUAL DO             *
      *               TATRIB_MANIF; A REEXECUCAO NAO REENVIA O MESMO   *
      *               PROTOCOLO. UNICA UNIDADE DE TRABALHO.            *
      *    AGO/2028 - HOMI - NAO PESQUISA PROTOCOLO ENCERRADO COMO     *
      *               DUPLICADO (CRESULT_MANIF = 'D', SACL53JS): O     *
      *               CLIENTE E PESQUISADO PELO PROTOCOLO PRINCIPAL.   *
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

           SELECT SACL006S ASSIGN      TO   UT-S-SACL006S
                      FILE STATUS      IS   WRK-FS-SACL006S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: SACL006S - PROTOCOLOS PARA A PESQUISA DE SATISFACAO  *
      *            ORG. SEQUENCIAL     -   LRECL   =  150              *
      *----------------------------------------------------------------*
       FD  SACL006S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SACL006S                 PIC  X(150).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE COMUNICACAO COM CKRS0105           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CKRS0105                PIC  X(08)  VALUE  'CKRS0105'.

           COPY 'I#CKRS04'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-SW-EOF-MANIF            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-MANIF                       VALUE 'S'.

       01  WRK-SW-ENVIAR               PIC  X(01) VALUE 'S'.
           88  WRK-ENVIAR                          VALUE 'S'.
           88  WRK-NAO-ENVIAR                      VALUE 'N'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CARENCIA EM DIAS ENTRE DUAS PESQUISAS DO MESMO CLIENTE         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-DIAS-CARENCIA           PIC S9(03) COMP-3 VALUE +90.

       01  WRK-DT-NULA                 PIC  X(10) VALUE '0001-01-01'.
       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-DT-ENCERRAMENTO         PIC  X(10) VALUE SPACES.
       01  WRK-DT-CARENCIA             PIC  X(10) VALUE SPACES.
       01  WRK-QTD-PESQ-CARENCIA       PIC S9(09) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-PROTOCOLOS-LIDOS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PESQUISAS-ENVIADAS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONTA-DO-EVENTO       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-SEM-CONTA             PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-NAO-CONTATAR          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-EM-CARENCIA           PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-SACL006S             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA SACL006S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * HEADER ('H') COM A DATA DE ENCERRAMENTO EXTRAIDA E A DATA DE   *
      * GERACAO; UM DETALHE ('D') POR PROTOCOLO A PESQUISAR, COM O     *
      * CANAL E O ENDERECO DE CONTATO PREFERIDOS PELO CLIENTE; TRAILER *
      * ('T') COM A QUANTIDADE DE DETALHES                             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REG-PESQUISA.
         05  PSQ-TIPO-REGISTRO         PIC  X(001).
         05  PSQ-DADOS                 PIC  X(149).
         05  PSQ-DADOS-HEADER          REDEFINES   PSQ-DADOS.
           10  PSQ-DT-ENCER-EXTRAIDA   PIC  X(010).
           10  PSQ-DT-GERACAO          PIC  X(010).
           10  FILLER                  PIC  X(129).
         05  PSQ-DADOS-DETALHE         REDEFINES   PSQ-DADOS.
           10  PSQ-NPROT-MANIF         PIC  9(010).
           10  PSQ-NCONTA-CLIEN        PIC  9(013).
           10  PSQ-CTIPO-MANIF         PIC  X(002).
           10  PSQ-CRESULT-MANIF       PIC  X(001).
           10  PSQ-DT-ENCER-MANIF      PIC  X(010).
           10  PSQ-NDEPEND-MANIF       PIC  9(008).
           10  PSQ-CCANAL-CONTATO      PIC  X(001).
           10  PSQ-DS-ENDER-CONTATO    PIC  X(080).
           10  FILLER                  PIC  X(024).
         05  PSQ-DADOS-TRAILER         REDEFINES   PSQ-DADOS.
           10  PSQ-QTD-DETALHES        PIC  9(009).
           10  FILLER                  PIC  X(140).

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

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE ARQUIVO      ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-ERRO-ARQUIVO.
           COPY 'I#FRWKAR'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE LIVRE        ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-ERRO-LIVRE.
           COPY 'I#FRWKLI'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE DB2          ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-ERRO-DB2.
           COPY 'I#FRWKDB'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DA BRAD0450                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

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
               INCLUDE SACLB031
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB034
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB036
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB038
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0B7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0H2
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PROTOCOLOS ENCERRADOS NA DATA E AINDA SEM PESQUISA (A          *
      * REEXECUCAO NAO REENVIA O QUE JA FOI GRAVADO EM                 *
      * TPESQ_SATISF_MANIF)                                            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR FOR
                SELECT M.NPROT_MANIF,
                       M.NDEPEND_MANIF,
                       M.CTIPO_MANIF,
                       M.CRESULT_MANIF,
                       M.DT_ENCER_MANIF,
                       M.NCONTA_CLIEN
                  FROM DB2PRD.TMANIF_PSSOA M
                 WHERE M.CSIT_MANIF     = 'E'
                   AND M.DT_ENCER_MANIF = :WRK-DT-ENCERRAMENTO
                   AND M.CRESULT_MANIF <> 'D'
                   AND NOT EXISTS
                      (SELECT 1
                         FROM DB2PRD.TPESQ_SATISF_MANIF P
                        WHERE P.NPROT_MANIF = M.NPROT_MANIF)
                 ORDER BY M.NPROT_MANIF
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
               10  WRK-PARM-DADO-DATA   PIC  X(010).
               10  FILLER               PIC  X(070).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-EOF-MANIF.

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

           OPEN OUTPUT  SACL006S.
           PERFORM 1100-TESTAR-FS-SACL006S.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO),
                       CHAR(CURRENT DATE - 1 DAY, ISO),
                       CHAR(CURRENT DATE - :WRK-DIAS-CARENCIA DAYS,
                            ISO)
                  INTO :WRK-DATA-PROCESSO,
                       :WRK-DT-ENCERRAMENTO,
                       :WRK-DT-CARENCIA
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1050-LER-PARM.

           MOVE SPACES                  TO      PSQ-DADOS.
           MOVE 'H'                     TO      PSQ-TIPO-REGISTRO.
           MOVE WRK-DT-ENCERRAMENTO     TO      PSQ-DT-ENCER-EXTRAIDA.
           MOVE WRK-DATA-PROCESSO       TO      PSQ-DT-GERACAO.
           PERFORM 5900-GRAVAR-SACL006S.

           EXEC SQL
                OPEN C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-MANIFESTACAO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DATA DE ENCERRAMENTO INFORMADA NO PARM (REPROCESSAMENTO DE UM  *
      * DIA PERDIDO); TEM DE SER VALIDA E ANTERIOR AO PROCESSAMENTO.   *
      * SEM PARM, VALE O DIA ANTERIOR                                  *
      *----------------------------------------------------------------*
       1050-LER-PARM                   SECTION.
      *----------------------------------------------------------------*

           MOVE '1050-LER-PARM'         TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  WRK-PARM-TAM             IS LESS THAN +10
               OR WRK-PARM-DADO-DATA    EQUAL   SPACES
               GO TO 1050-99-FIM
           END-IF.

           MOVE WRK-PARM-DADO-DATA      TO      WRK-DT-ENCERRAMENTO.

           EXEC SQL
                SELECT CHAR(DATE(:WRK-DT-ENCERRAMENTO), ISO)
                  INTO :WRK-DT-ENCERRAMENTO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE                   EQUAL   -180 OR -181
              OR WRK-DT-ENCERRAMENTO NOT LESS   WRK-DATA-PROCESSO
              MOVE 'SACL9999'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM DEVE INFORMAR DATA AAAA-MM-DD ANTERIOR A HOJE'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0006'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-SACL006S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-SACL006S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-SACL006S       NOT EQUAL   '00'
              MOVE 'SACL006S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-SACL006S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-MANIFESTACAO           SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-MANIFESTACAO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C1
                 INTO :SACLB031.NPROT-MANIF,
                      :SACLB031.NDEPEND-MANIF,
                      :SACLB031.CTIPO-MANIF,
                      :SACLB031.CRESULT-MANIF,
                      :SACLB031.DT-ENCER-MANIF,
                      :SACLB031.NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-MANIF      TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TMANIF_PSSOA'    TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0015'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-PROTOCOLOS-LIDOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * UM PROTOCOLO ENCERRADO: IDENTIFICA O CLIENTE, RESPEITA O PEDIDO*
      * DE NAO CONTATO E A CARENCIA DE 90 DIAS, GRAVA A PESQUISA E O   *
      * DETALHE PARA O FORNECEDOR                                      *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           SET WRK-ENVIAR               TO      TRUE.

           PERFORM 3100-OBTER-CONTA.

           IF WRK-ENVIAR
              PERFORM 3200-VERIFICAR-NAO-CONTATO
           END-IF.

           IF WRK-ENVIAR
              PERFORM 3300-VERIFICAR-CARENCIA
           END-IF.

           IF WRK-NAO-ENVIAR
              PERFORM 2100-LER-MANIFESTACAO
              GO TO 3000-99-FIM
           END-IF.

           PERFORM 3400-OBTER-EQUIPE.

           PERFORM 4100-INCLUIR-PESQUISA.

           MOVE SPACES                  TO      PSQ-DADOS.
           MOVE 'D'                     TO      PSQ-TIPO-REGISTRO.
           MOVE NPROT-MANIF OF SACLB031 TO      PSQ-NPROT-MANIF.
           MOVE NCONTA-CLIEN OF SACLB038
                                        TO      PSQ-NCONTA-CLIEN.
           MOVE CTIPO-MANIF OF SACLB031 TO      PSQ-CTIPO-MANIF.
           MOVE CRESULT-MANIF OF SACLB031
                                        TO      PSQ-CRESULT-MANIF.
           MOVE DT-ENCER-MANIF OF SACLB031
                                        TO      PSQ-DT-ENCER-MANIF.
           MOVE NDEPEND-MANIF OF SACLB031
                                        TO      PSQ-NDEPEND-MANIF.
           MOVE CCANAL-ENTREG OF GOTFB0H2
                                        TO      PSQ-CCANAL-CONTATO.
           MOVE DS-ENDER-CONTATO OF GOTFB0H2
                                        TO      PSQ-DS-ENDER-CONTATO.
           PERFORM 5900-GRAVAR-SACL006S.

           ADD 1                        TO      WRK-PESQUISAS-ENVIADAS.

           PERFORM 2100-LER-MANIFESTACAO.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONTA DO CLIENTE: A INFORMADA NA ABERTURA OU, SE ZERO, A DO    *
      * EVENTO DE TARIFA VINCULADO AO PROTOCOLO (MENOR CONTA, QUANDO   *
      * HOUVER MAIS DE UM EVENTO). SEM CONTA O PROTOCOLO NAO E ENVIADO *
      *----------------------------------------------------------------*
       3100-OBTER-CONTA                SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-OBTER-CONTA'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-CLIEN OF SACLB031
                                        TO      NCONTA-CLIEN
                                                OF SACLB038.

           IF NCONTA-CLIEN OF SACLB038  GREATER ZEROS
              GO TO 3100-99-FIM
           END-IF.

           MOVE NPROT-MANIF OF SACLB031 TO      NPROT-MANIF OF SACLB034.

           EXEC SQL
                SELECT COALESCE(MIN(E.NCONTA_CLIEN), 0)
                  INTO :SACLB038.NCONTA-CLIEN
                  FROM DB2PRD.TXREF_MANIF_TARIF X,
                       DB2PRD.TSIT_MOVTO_TARIF  E
                 WHERE X.NPROT_MANIF        = :SACLB034.NPROT-MANIF
                   AND E.CSIST_ORIGE_TARIF  = X.CSIST_ORIGE_TARIF
                   AND E.DRECEB_MOVTO_TARIF = X.DRECEB_MOVTO_TARIF
                   AND E.NMOVTO_EVNTO_TARIF = X.NMOVTO_EVNTO_TARIF
                   AND E.NCONTA_CLIEN       > 0
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TXREF_MANIF_TAR'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF NCONTA-CLIEN OF SACLB038  EQUAL   ZEROS
              SET WRK-NAO-ENVIAR        TO      TRUE
              ADD 1                     TO      WRK-SEM-CONTA
           ELSE
              ADD 1                     TO      WRK-CONTA-DO-EVENTO
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PREFERENCIA DE CONTATO DO CLIENTE (TPREF_ENTREG_CLIEN). SEM    *
      * LINHA O CLIENTE PODE SER CONTATADO PELO PAPEL, SEM ENDERECO    *
      * ELETRONICO; IN_NAO_CONTATO = 'S' BLOQUEIA A PESQUISA           *
      *----------------------------------------------------------------*
       3200-VERIFICAR-NAO-CONTATO      SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-VERIFICAR-NAO-CONTATO' TO FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-CLIEN OF SACLB038
                                        TO      NCONTA-CLIEN
                                                OF GOTFB0H2.

           EXEC SQL
                SELECT CCANAL_ENTREG,
                       DS_ENDER_CONTATO,
                       IN_NAO_CONTATO
                  INTO :GOTFB0H2.CCANAL-ENTREG,
                       :GOTFB0H2.DS-ENDER-CONTATO,
                       :GOTFB0H2.IN-NAO-CONTATO
                  FROM DB2PRD.TPREF_ENTREG_CLIEN
                 WHERE NCONTA_CLIEN = :GOTFB0H2.NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 SET ENTREG-PAPEL OF GOTFB0H2
                                        TO      TRUE
                 MOVE SPACES            TO      DS-ENDER-CONTATO
                                                OF GOTFB0H2
                 MOVE 'N'               TO      IN-NAO-CONTATO
                                                OF GOTFB0H2
              WHEN OTHER
                 MOVE 'TPREF_ENTREG_CL' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0030'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           IF NAO-CONTATAR OF GOTFB0H2
              SET WRK-NAO-ENVIAR        TO      TRUE
              ADD 1                     TO      WRK-NAO-CONTATAR
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CLIENTE JA PESQUISADO NOS ULTIMOS 90 DIAS (QUALQUER PROTOCOLO) *
      * NAO RECEBE NOVA PESQUISA                                       *
      *----------------------------------------------------------------*
       3300-VERIFICAR-CARENCIA         SECTION.
      *----------------------------------------------------------------*

           MOVE '3300-VERIFICAR-CARENCIA' TO    FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-PESQ-CARENCIA
                  FROM DB2PRD.TPESQ_SATISF_MANIF
                 WHERE NCONTA_CLIEN  = :SACLB038.NCONTA-CLIEN
                   AND DT_ENVIO_PESQ > :WRK-DT-CARENCIA
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPESQ_SATISF_MA'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-PESQ-CARENCIA     GREATER ZEROS
              SET WRK-NAO-ENVIAR        TO      TRUE
              ADD 1                     TO      WRK-EM-CARENCIA
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * EQUIPE ATUAL DO PROTOCOLO NO TATRIB_MANIF (BRANCOS SE NAO HA   *
      * ATRIBUICAO), GUARDADA NA PESQUISA PARA O RELATORIO POR EQUIPE  *
      *----------------------------------------------------------------*
       3400-OBTER-EQUIPE               SECTION.
      *----------------------------------------------------------------*

           MOVE '3400-OBTER-EQUIPE'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NPROT-MANIF OF SACLB031 TO      NPROT-MANIF OF SACLB036.

           EXEC SQL
                SELECT CEQUIPE
                  INTO :SACLB036.CEQUIPE
                  FROM DB2PRD.TATRIB_MANIF
                 WHERE NPROT_MANIF = :SACLB036.NPROT-MANIF
                   AND IN_ATUAL    = 'S'
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE SPACES            TO      CEQUIPE OF SACLB036
              WHEN OTHER
                 MOVE 'TATRIB_MANIF'    TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0050'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * REGISTRA O ENVIO: SITUACAO 'E', SEM RESPOSTA ('0001-01-01'),   *
      * NOTAS ZERADAS E COMENTARIO VAZIO                               *
      *----------------------------------------------------------------*
       4100-INCLUIR-PESQUISA           SECTION.
      *----------------------------------------------------------------*

           MOVE '4100-INCLUIR-PESQUISA' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NPROT-MANIF OF SACLB031 TO      NPROT-MANIF OF SACLB038.
           MOVE CTIPO-MANIF OF SACLB031 TO      CTIPO-MANIF OF SACLB038.
           MOVE CRESULT-MANIF OF SACLB031
                                        TO      CRESULT-MANIF
                                                OF SACLB038.
           MOVE CEQUIPE OF SACLB036     TO      CEQUIPE OF SACLB038.
           MOVE DT-ENCER-MANIF OF SACLB031
                                        TO      DT-ENCER-MANIF
                                                OF SACLB038.
           MOVE WRK-DATA-PROCESSO       TO      DT-ENVIO-PESQ
                                                OF SACLB038.
           SET PESQ-ENVIADA OF SACLB038 TO      TRUE.
           MOVE WRK-DT-NULA             TO      DT-RESP-PESQ
                                                OF SACLB038.
           MOVE ZEROS                   TO      NNOTA-GERAL OF SACLB038
                                                NNOTA-RESPOSTA
                                                OF SACLB038
                                                NNOTA-PRAZO OF SACLB038
                                                RCOMENT-PESQ-LEN
                                                OF SACLB038.
           MOVE SPACES                  TO      RCOMENT-PESQ-TEXT
                                                OF SACLB038.

           EXEC SQL
                INSERT INTO DB2PRD.TPESQ_SATISF_MANIF
                       (NPROT_MANIF,
                        NCONTA_CLIEN,
                        CTIPO_MANIF,
                        CRESULT_MANIF,
                        CEQUIPE,
                        DT_ENCER_MANIF,
                        DT_ENVIO_PESQ,
                        CSIT_PESQ,
                        DT_RESP_PESQ,
                        NNOTA_GERAL,
                        NNOTA_RESPOSTA,
                        NNOTA_PRAZO,
                        RCOMENT_PESQ,
                        TS_ULT_ALTER)
                VALUES (:SACLB038.NPROT-MANIF,
                        :SACLB038.NCONTA-CLIEN,
                        :SACLB038.CTIPO-MANIF,
                        :SACLB038.CRESULT-MANIF,
                        :SACLB038.CEQUIPE,
                        :SACLB038.DT-ENCER-MANIF,
                        :SACLB038.DT-ENVIO-PESQ,
                        :SACLB038.CSIT-PESQ,
                        :SACLB038.DT-RESP-PESQ,
                        :SACLB038.NNOTA-GERAL,
                        :SACLB038.NNOTA-RESPOSTA,
                        :SACLB038.NNOTA-PRAZO,
                        :SACLB038.RCOMENT-PESQ,
                        CHAR(CURRENT TIMESTAMP))
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPESQ_SATISF_MA'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0060'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5900-GRAVAR-SACL006S            SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-GRAVAR-SACL006S'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-REG-PESQUISA        TO      FD-SACL006S.

           WRITE FD-SACL006S.

           PERFORM 1100-TESTAR-FS-SACL006S.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                CLOSE C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TMANIF_PSSOA'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0070'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE SPACES                  TO      PSQ-DADOS.
           MOVE 'T'                     TO      PSQ-TIPO-REGISTRO.
           MOVE WRK-PESQUISAS-ENVIADAS  TO      PSQ-QTD-DETALHES.
           PERFORM 5900-GRAVAR-SACL006S.

           DISPLAY '*********** SACL2PSQ ***********'
           DISPLAY '*                              *'
           DISPLAY '*  PESQUISA DE SATISFACAO -    *'
           DISPLAY '*  EXTRACAO PARA FORNECEDOR    *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* ENCERRADOS EM     : ' WRK-DT-ENCERRAMENTO
           DISPLAY '* PROTOCOLOS LIDOS  : ' WRK-PROTOCOLOS-LIDOS
           DISPLAY '* PESQUISAS ENVIADAS: ' WRK-PESQUISAS-ENVIADAS
           DISPLAY '* CONTA DO EVENTO   : ' WRK-CONTA-DO-EVENTO
           DISPLAY '* SEM CONTA         : ' WRK-SEM-CONTA
           DISPLAY '* NAO CONTATAR      : ' WRK-NAO-CONTATAR
           DISPLAY '* EM CARENCIA       : ' WRK-EM-CARENCIA
           DISPLAY '*********** SACL2PSQ ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE SACL006S.

           PERFORM 1100-TESTAR-FS-SACL006S.

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
           MOVE FRWKGHEA-IDEN-PARAGRAFO(1:16)TO      FRWKGDB2-LOCAL.
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

           MOVE 'SACL2PSQ'              TO      FRWKGHEA-NOME-PROGRAMA.

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
