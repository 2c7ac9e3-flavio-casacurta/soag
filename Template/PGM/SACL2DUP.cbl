      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. SACL2DUP.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  SACL2DUP                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  AGOSTO/2028                                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                SACL009S          O            WRK-REG-DUPL     *
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
      *                DB2PRD.TDUPL_MANIF               SACLB040       *
      *                DB2PRD.TCADT_CONTA_CLIEN         GOTFB0E4       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POS 01-03 : JANELA EM DIAS DO CRITERIO 'T' (OPCIONAL,       *
      *                PADRAO 030)                                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    AGO/2028 - HOMI - PROGRAMA CRIADO. VARREDURA NOTURNA DE     *
      *               MANIFESTACOES DUPLICADAS ENTRE OS PROTOCOLOS     *
      *               ABERTOS, GRAVANDO EM TDUPL_MANIF (ORIGEM 'V',    *
      *               SITUACAO 'S') CADA PAR AINDA NAO REGISTRADO:     *
      *               CRITERIO 'E' - OS DOIS PROTOCOLOS CONTESTAM O    *
      *               MESMO EVENTO DE TARIFA (TXREF_MANIF_TARIF);      *
      *               CRITERIO 'T' - MESMO CLIENTE (MESMA CONTA OU     *
      *               MESMO DOCUMENTO EM TCADT_CONTA_CLIEN) E MESMO    *
      *               TIPO, O MAIS ANTIGO ABERTO ATE A JANELA DO PARM  *
      *               ANTES DO MAIS NOVO. O MAIS ANTIGO E O PRINCIPAL  *
      *               CANDIDATO. SUSPEITAS PENDENTES CUJO PROTOCOLO    *
      *               MAIS NOVO JA NAO ESTA ABERTO, OU CUJO PRINCIPAL  *
      *               FOI ENCERRADO COM DESFECHO QUE NAO 'D', SAO      *
      *               DESCARTADAS ('D', USUARIO SACL2DUP). O SACL009S  *
      *               LISTA PARA A REVISAO NO SACL53JS TODAS AS        *
      *               SUSPEITAS PENDENTES, COM TIPO, ABERTURA, EQUIPE  *
      *               ATUAL E SITUACAO DOS DOIS PROTOCOLOS. A          *
      *               REEXECUCAO NAO DUPLICA PARES. UNICA UNIDADE DE   *
      *               TRABALHO.                                        *
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

           SELECT SACL009S ASSIGN      TO   UT-S-SACL009S
                      FILE STATUS      IS   WRK-FS-SACL009S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: SACL009S - SUSPEITAS DE DUPLICIDADE PENDENTES        *
      *            ORG. SEQUENCIAL     -   LRECL   =  100              *
      *----------------------------------------------------------------*
       FD  SACL009S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SACL009S                 PIC  X(100).

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

       01  WRK-SW-EOF-SUSPEITA         PIC  X(01) VALUE 'N'.
           88  WRK-EOF-SUSPEITA                    VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * JANELA PADRAO DO CRITERIO 'T', A MESMA DA CARGA SACL2ENT       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-DIAS-JANELA-PADRAO      PIC S9(04) COMP VALUE +30.

       01  WRK-DIAS-JANELA-DUPL        PIC S9(04) COMP VALUE ZEROS.
       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-TS-NULO                 PIC  X(26) VALUE
           '0001-01-01-00.00.00.000000'.
       01  WRK-CUSUAR-DESCARTE         PIC  X(08) VALUE 'SACL2DUP'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DADOS DO PAR LIDO NO CURSOR                                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CTIPO-PRINC             PIC  X(02) VALUE SPACES.
       01  WRK-DT-ABERT-PRINC          PIC  X(10) VALUE SPACES.
       01  WRK-CSIT-PRINC              PIC  X(01) VALUE SPACES.
       01  WRK-CEQUIPE-MANIF           PIC  X(08) VALUE SPACES.
       01  WRK-NULO-EQUIPE             PIC S9(04) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-NOVAS-MESMO-EVENTO    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-NOVAS-MESMO-TIPO      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-DESCARTADAS           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PENDENTES             PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GRAVADOS-SACL009S     PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-SACL009S             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA SACL009S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * HEADER ('H') COM A DATA E A JANELA; UM DETALHE ('D') POR       *
      * SUSPEITA PENDENTE; TRAILER ('T') COM OS TOTAIS DA EXECUCAO     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REG-DUPL.
         05  DUP-TIPO-REGISTRO         PIC  X(001).
         05  DUP-DADOS                 PIC  X(099).
         05  DUP-DADOS-HEADER          REDEFINES   DUP-DADOS.
           10  DUP-DT-PROCESSO         PIC  X(010).
           10  DUP-DIAS-JANELA         PIC  9(003).
           10  FILLER                  PIC  X(086).
         05  DUP-DADOS-DETALHE         REDEFINES   DUP-DADOS.
           10  DUP-NPROT-MANIF         PIC  9(010).
           10  DUP-NPROT-PRINC         PIC  9(010).
           10  DUP-CCRIT-DUPL          PIC  X(001).
           10  DUP-CORIG-DETEC         PIC  X(001).
           10  DUP-DT-DETEC            PIC  X(010).
           10  DUP-CTIPO-MANIF         PIC  X(002).
           10  DUP-DT-ABERT-MANIF      PIC  X(010).
           10  DUP-CEQUIPE-MANIF       PIC  X(008).
           10  DUP-CTIPO-PRINC         PIC  X(002).
           10  DUP-DT-ABERT-PRINC      PIC  X(010).
           10  DUP-CSIT-PRINC          PIC  X(001).
           10  FILLER                  PIC  X(034).
         05  DUP-DADOS-TRAILER         REDEFINES   DUP-DADOS.
           10  DUP-QTD-PENDENTES       PIC  9(009).
           10  DUP-QTD-NOVAS-EVENTO    PIC  9(009).
           10  DUP-QTD-NOVAS-TIPO      PIC  9(009).
           10  DUP-QTD-DESCARTADAS     PIC  9(009).
           10  FILLER                  PIC  X(063).

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
               INCLUDE SACLB040
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0E4
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * SUSPEITAS PENDENTES APOS A VARREDURA, COM OS DOIS PROTOCOLOS E *
      * A EQUIPE ATUAL DO MAIS NOVO NA FILA (SEM ATRIBUICAO = NULO)    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR FOR
                SELECT D.NPROT_MANIF,
                       D.NPROT_PRINC,
                       D.CCRIT_DUPL,
                       D.CORIG_DETEC,
                       D.DT_DETEC,
                       M.CTIPO_MANIF,
                       M.DT_ABERT_MANIF,
                       A.CEQUIPE,
                       P.CTIPO_MANIF,
                       P.DT_ABERT_MANIF,
                       P.CSIT_MANIF
                  FROM DB2PRD.TDUPL_MANIF  D
                 INNER JOIN DB2PRD.TMANIF_PSSOA M
                    ON M.NPROT_MANIF = D.NPROT_MANIF
                 INNER JOIN DB2PRD.TMANIF_PSSOA P
                    ON P.NPROT_MANIF = D.NPROT_PRINC
                  LEFT OUTER JOIN DB2PRD.TATRIB_MANIF A
                    ON A.NPROT_MANIF = D.NPROT_MANIF
                   AND A.IN_ATUAL    = 'S'
                 WHERE D.CSIT_DUPL   = 'S'
                 ORDER BY D.NPROT_MANIF,
                          D.NPROT_PRINC
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

           PERFORM 2000-DETECTAR-MESMO-EVENTO.

           PERFORM 2100-DETECTAR-MESMO-TIPO.

           PERFORM 2200-DESCARTAR-SEM-OBJETO.

           PERFORM 2300-ABRIR-SUSPEITAS.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-EOF-SUSPEITA.

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

           OPEN OUTPUT  SACL009S.
           PERFORM 1100-TESTAR-FS-SACL009S.

           IF WRK-PARM-TAM          IS GREATER THAN +2
              AND WRK-PARM-DADO-DIAS    IS NUMERIC
              AND WRK-PARM-DADO-DIAS    IS GREATER THAN ZEROS
              MOVE WRK-PARM-DADO-DIAS   TO      WRK-DIAS-JANELA-DUPL
           ELSE
              MOVE WRK-DIAS-JANELA-PADRAO
                                        TO      WRK-DIAS-JANELA-DUPL
           END-IF.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WRK-DATA-PROCESSO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE WRK-DATA-PROCESSO       TO      DT-DETEC OF SACLB040.
           SET DETEC-VARREDURA OF SACLB040
                                        TO      TRUE.

           MOVE SPACES                  TO      DUP-DADOS.
           MOVE 'H'                     TO      DUP-TIPO-REGISTRO.
           MOVE WRK-DATA-PROCESSO       TO      DUP-DT-PROCESSO.
           MOVE WRK-DIAS-JANELA-DUPL    TO      DUP-DIAS-JANELA.
           PERFORM 5900-GRAVAR-SACL009S.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-SACL009S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-SACL009S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-SACL009S       NOT EQUAL   '00'
              MOVE 'SACL009S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-SACL009S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CRITERIO 'E': DOIS PROTOCOLOS ABERTOS COM VINCULO AO MESMO     *
      * EVENTO DE TARIFA. CADA PAR ENTRA UMA SO VEZ, AINDA QUE TENHA   *
      * MAIS DE UM EVENTO EM COMUM OU JA ESTEJA SUSPEITO POR OUTRO     *
      * CRITERIO                                                       *
      *----------------------------------------------------------------*
       2000-DETECTAR-MESMO-EVENTO      SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-DETECTAR-MESMO-EVENTO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           SET CRIT-MESMO-EVENTO OF SACLB040
                                        TO      TRUE.

           EXEC SQL
                INSERT INTO DB2PRD.TDUPL_MANIF
                       (NPROT_MANIF,
                        NPROT_PRINC,
                        CCRIT_DUPL,
                        CORIG_DETEC,
                        DT_DETEC,
                        CSIT_DUPL,
                        CUSUAR_DECISAO,
                        TS_DECISAO)
                SELECT DISTINCT
                       N.NPROT_MANIF,
                       P.NPROT_MANIF,
                       :SACLB040.CCRIT-DUPL,
                       :SACLB040.CORIG-DETEC,
                       :SACLB040.DT-DETEC,
                       'S',
                       ' ',
                       :WRK-TS-NULO
                  FROM DB2PRD.TXREF_MANIF_TARIF XN,
                       DB2PRD.TXREF_MANIF_TARIF XP,
                       DB2PRD.TMANIF_PSSOA      N,
                       DB2PRD.TMANIF_PSSOA      P
                 WHERE XP.CSIST_ORIGE_TARIF  = XN.CSIST_ORIGE_TARIF
                   AND XP.DRECEB_MOVTO_TARIF = XN.DRECEB_MOVTO_TARIF
                   AND XP.NMOVTO_EVNTO_TARIF = XN.NMOVTO_EVNTO_TARIF
                   AND XP.NPROT_MANIF        < XN.NPROT_MANIF
                   AND N.NPROT_MANIF         = XN.NPROT_MANIF
                   AND N.CSIT_MANIF          = 'A'
                   AND P.NPROT_MANIF         = XP.NPROT_MANIF
                   AND P.CSIT_MANIF          = 'A'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TDUPL_MANIF D
                         WHERE D.NPROT_MANIF = N.NPROT_MANIF
                           AND D.NPROT_PRINC = P.NPROT_MANIF)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS AND +100)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TDUPL_MANIF'        TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF SQLCODE                   EQUAL   ZEROS
              MOVE SQLERRD(3)           TO      WRK-NOVAS-MESMO-EVENTO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CRITERIO 'T': DOIS PROTOCOLOS ABERTOS DO MESMO CLIENTE (MESMA  *
      * CONTA OU CONTAS COM O MESMO DOCUMENTO DO TITULAR) E DO MESMO   *
      * TIPO, O MAIS ANTIGO ABERTO ATE WRK-DIAS-JANELA-DUPL DIAS ANTES *
      * DO MAIS NOVO. SEM CONTA OU SEM TIPO NAO HA COMO COMPARAR       *
      *----------------------------------------------------------------*
       2100-DETECTAR-MESMO-TIPO        SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-DETECTAR-MESMO-TIPO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           SET CRIT-MESMO-TIPO OF SACLB040
                                        TO      TRUE.

           EXEC SQL
                INSERT INTO DB2PRD.TDUPL_MANIF
                       (NPROT_MANIF,
                        NPROT_PRINC,
                        CCRIT_DUPL,
                        CORIG_DETEC,
                        DT_DETEC,
                        CSIT_DUPL,
                        CUSUAR_DECISAO,
                        TS_DECISAO)
                SELECT N.NPROT_MANIF,
                       P.NPROT_MANIF,
                       :SACLB040.CCRIT-DUPL,
                       :SACLB040.CORIG-DETEC,
                       :SACLB040.DT-DETEC,
                       'S',
                       ' ',
                       :WRK-TS-NULO
                  FROM DB2PRD.TMANIF_PSSOA N,
                       DB2PRD.TMANIF_PSSOA P
                 WHERE N.CSIT_MANIF      = 'A'
                   AND N.NCONTA_CLIEN   <> 0
                   AND N.CTIPO_MANIF    <> ' '
                   AND P.NPROT_MANIF     < N.NPROT_MANIF
                   AND P.CSIT_MANIF      = 'A'
                   AND P.CTIPO_MANIF     = N.CTIPO_MANIF
                   AND P.DT_ABERT_MANIF >=
                       CHAR(DATE(N.DT_ABERT_MANIF)
                            - :WRK-DIAS-JANELA-DUPL DAYS, ISO)
                   AND (P.NCONTA_CLIEN   = N.NCONTA_CLIEN
                    OR  EXISTS
                       (SELECT 1
                          FROM DB2PRD.TCADT_CONTA_CLIEN CN,
                               DB2PRD.TCADT_CONTA_CLIEN CP
                         WHERE CN.NCONTA_CLIEN = N.NCONTA_CLIEN
                           AND CP.NCONTA_CLIEN = P.NCONTA_CLIEN
                           AND CP.NDOC_CLIEN   = CN.NDOC_CLIEN
                           AND CN.NDOC_CLIEN  <> ' '))
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TDUPL_MANIF D
                         WHERE D.NPROT_MANIF = N.NPROT_MANIF
                           AND D.NPROT_PRINC = P.NPROT_MANIF)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS AND +100)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TDUPL_MANIF'        TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF SQLCODE                   EQUAL   ZEROS
              MOVE SQLERRD(3)           TO      WRK-NOVAS-MESMO-TIPO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SUSPEITA PENDENTE SEM OBJETO: O MAIS NOVO JA FOI ENCERRADO (OU *
      * REABERTO E ENCERRADO), OU O PRINCIPAL FOI ENCERRADO COM        *
      * DESFECHO PROPRIO. PRINCIPAL ENCERRADO COMO DUPLICADO CONTINUA  *
      * VALENDO: O SACL53JS SOBE PARA O PRINCIPAL DELE                 *
      *----------------------------------------------------------------*
       2200-DESCARTAR-SEM-OBJETO       SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-DESCARTAR-SEM-OBJETO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TDUPL_MANIF D
                   SET CSIT_DUPL      = 'D',
                       CUSUAR_DECISAO = :WRK-CUSUAR-DESCARTE,
                       TS_DECISAO     = CHAR(CURRENT TIMESTAMP)
                 WHERE D.CSIT_DUPL    = 'S'
                   AND (NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TMANIF_PSSOA N
                         WHERE N.NPROT_MANIF = D.NPROT_MANIF
                           AND N.CSIT_MANIF  = 'A')
                    OR  EXISTS
                       (SELECT 1
                          FROM DB2PRD.TMANIF_PSSOA P
                         WHERE P.NPROT_MANIF    = D.NPROT_PRINC
                           AND P.CSIT_MANIF     = 'E'
                           AND P.CRESULT_MANIF <> 'D'))
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS AND +100)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TDUPL_MANIF'        TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF SQLCODE                   EQUAL   ZEROS
              MOVE SQLERRD(3)           TO      WRK-DESCARTADAS
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ABRIR-SUSPEITAS            SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-ABRIR-SUSPEITAS'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TDUPL_MANIF'        TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2400-LER-SUSPEITA.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-LER-SUSPEITA               SECTION.
      *----------------------------------------------------------------*

           MOVE '2400-LER-SUSPEITA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C1
                 INTO :SACLB040.NPROT-MANIF,
                      :SACLB040.NPROT-PRINC,
                      :SACLB040.CCRIT-DUPL,
                      :SACLB040.CORIG-DETEC,
                      :SACLB040.DT-DETEC,
                      :SACLB031.CTIPO-MANIF,
                      :SACLB031.DT-ABERT-MANIF,
                      :WRK-CEQUIPE-MANIF :WRK-NULO-EQUIPE,
                      :WRK-CTIPO-PRINC,
                      :WRK-DT-ABERT-PRINC,
                      :WRK-CSIT-PRINC
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 IF WRK-NULO-EQUIPE     LESS    ZEROS
                    MOVE SPACES         TO      WRK-CEQUIPE-MANIF
                 END-IF
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-SUSPEITA   TO      TRUE
              WHEN OTHER
                 MOVE 'TDUPL_MANIF'     TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0045'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * UMA SUSPEITA PENDENTE NA LISTA DE REVISAO                      *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      DUP-DADOS.
           MOVE 'D'                     TO      DUP-TIPO-REGISTRO.
           MOVE NPROT-MANIF OF SACLB040 TO      DUP-NPROT-MANIF.
           MOVE NPROT-PRINC OF SACLB040 TO      DUP-NPROT-PRINC.
           MOVE CCRIT-DUPL OF SACLB040  TO      DUP-CCRIT-DUPL.
           MOVE CORIG-DETEC OF SACLB040 TO      DUP-CORIG-DETEC.
           MOVE DT-DETEC OF SACLB040    TO      DUP-DT-DETEC.
           MOVE CTIPO-MANIF OF SACLB031 TO      DUP-CTIPO-MANIF.
           MOVE DT-ABERT-MANIF OF SACLB031
                                        TO      DUP-DT-ABERT-MANIF.
           MOVE WRK-CEQUIPE-MANIF       TO      DUP-CEQUIPE-MANIF.
           MOVE WRK-CTIPO-PRINC         TO      DUP-CTIPO-PRINC.
           MOVE WRK-DT-ABERT-PRINC      TO      DUP-DT-ABERT-PRINC.
           MOVE WRK-CSIT-PRINC          TO      DUP-CSIT-PRINC.
           PERFORM 5900-GRAVAR-SACL009S.

           ADD 1                        TO      WRK-PENDENTES.

           PERFORM 2400-LER-SUSPEITA.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5900-GRAVAR-SACL009S            SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-GRAVAR-SACL009S'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-REG-DUPL            TO      FD-SACL009S.

           WRITE FD-SACL009S.

           PERFORM 1100-TESTAR-FS-SACL009S.

           ADD 1                        TO      WRK-GRAVADOS-SACL009S.

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
              MOVE 'TDUPL_MANIF'        TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE SPACES                  TO      DUP-DADOS.
           MOVE 'T'                     TO      DUP-TIPO-REGISTRO.
           MOVE WRK-PENDENTES           TO      DUP-QTD-PENDENTES.
           MOVE WRK-NOVAS-MESMO-EVENTO  TO      DUP-QTD-NOVAS-EVENTO.
           MOVE WRK-NOVAS-MESMO-TIPO    TO      DUP-QTD-NOVAS-TIPO.
           MOVE WRK-DESCARTADAS         TO      DUP-QTD-DESCARTADAS.
           PERFORM 5900-GRAVAR-SACL009S.

           DISPLAY '*********** SACL2DUP ***********'
           DISPLAY '*                              *'
           DISPLAY '*  VARREDURA DE MANIFESTACOES  *'
           DISPLAY '*  DUPLICADAS                  *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* DATA PROCESSAMENTO: ' WRK-DATA-PROCESSO
           DISPLAY '* JANELA EM DIAS    : ' WRK-DIAS-JANELA-DUPL
           DISPLAY '* NOVAS MESMO EVENTO: ' WRK-NOVAS-MESMO-EVENTO
           DISPLAY '* NOVAS MESMO TIPO  : ' WRK-NOVAS-MESMO-TIPO
           DISPLAY '* DESCARTADAS       : ' WRK-DESCARTADAS
           DISPLAY '* PENDENTES         : ' WRK-PENDENTES
           DISPLAY '* GRAVADOS SACL009S : ' WRK-GRAVADOS-SACL009S
           DISPLAY '*********** SACL2DUP ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE SACL009S.

           PERFORM 1100-TESTAR-FS-SACL009S.

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
       9900-TRATAR-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'SACL2DUP'              TO      FRWKGHEA-NOME-PROGRAMA.

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
