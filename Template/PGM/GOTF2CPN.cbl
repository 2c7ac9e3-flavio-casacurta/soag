      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2CPN.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2CPN                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  MARCO/2028                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF048S          O              WRK-LINHA-xxx  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCAMPN_PROMO_TARIF        GOTFB0G5       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    MAR/2028 - HOMI - PROGRAMA CRIADO. RELATORIO DE DESEMPENHO  *
      *               DAS CAMPANHAS PROMOCIONAIS DE TARIFA: PARA CADA  *
      *               CAMPANHA DE TCAMPN_PROMO_TARIF, O DESCONTO JA    *
      *               CONCEDIDO E OS EVENTOS ATINGIDOS (ACUMULADOS     *
      *               PELO GOTF2DSS), O ORCAMENTO E O SALDO QUE RESTA, *
      *               E A SITUACAO NA DATA DE REFERENCIA (PARM;        *
      *               PADRAO HOJE): A INICIAR, VIGENTE, ESGOTADA OU    *
      *               ENCERRADA. TOTAL GERAL NO FIM DO RELATORIO.      *
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

           SELECT GOTF048S ASSIGN      TO   UT-S-GOTF048S
                      FILE STATUS      IS   WRK-FS-GOTF048S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF048S - DESEMPENHO DAS CAMPANHAS PROMOCIONAIS     *
      *            ORG. SEQUENCIAL     -   LRECL   =  132              *
      *----------------------------------------------------------------*
       FD  GOTF048S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF048S                 PIC  X(132).

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

       01  WRK-DATA-REFER              PIC  X(10) VALUE SPACES.
       01  WRK-VSALDO-CAMPN            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

       01  WRK-ACUMULADORES.
         05  WRK-CAMPN-LISTADAS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CAMPN-VIGENTES        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CAMPN-ESGOTADAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-VCONSUM           PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
         05  WRK-TOT-QT-EVNTO          PIC S9(09)V COMP-3  VALUE ZEROS.

       01  WRK-FS-GOTF048S             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF048S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-TITULO.
         05  FILLER                    PIC  X(050) VALUE
           'GOTF2CPN - DESEMPENHO DAS CAMPANHAS PROMOCIONAIS -'.
         05  FILLER                    PIC  X(017) VALUE
           ' DATA REFERENCIA '.
         05  TIT-DATA-REFER            PIC  X(010).
         05  FILLER                    PIC  X(055) VALUE SPACES.

       01  WRK-LINHA-CABEC.
         05  FILLER                    PIC  X(044) VALUE
           '   NUMERO DESCRICAO DA CAMPANHA          INI'.
         05  FILLER                    PIC  X(044) VALUE
           'CIO     FIM              DESCONTO     EVENTO'.
         05  FILLER                    PIC  X(044) VALUE
           'S      ORCAMENTO   SALDO ORCAM. SITUACAO    '.

       01  WRK-LINHA-DETALHE.
         05  DET-NCAMPN-PROMO          PIC  ZZZZZZZZ9.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DET-DS-CAMPN-PROMO        PIC  X(030).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DET-DINI-VIGEN            PIC  X(010).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DET-DFIM-VIGEN            PIC  X(010).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DET-VCONSUM               PIC  ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DET-QT-EVNTO              PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DET-VORCAM                PIC  ZZZ.ZZZ.ZZ9,99.
         05  DET-VORCAM-X      REDEFINES DET-VORCAM
                                       PIC  X(014).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DET-VSALDO                PIC  ZZZ.ZZZ.ZZ9,99.
         05  DET-VSALDO-X      REDEFINES DET-VSALDO
                                       PIC  X(014).
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  DET-SITUACAO              PIC  X(011).
         05  FILLER                    PIC  X(001) VALUE SPACES.

       01  WRK-LINHA-TOTAL.
         05  FILLER                    PIC  X(063) VALUE
           'TOTAL GERAL'.
         05  TOT-VCONSUM               PIC  ZZZ.ZZZ.ZZ9,99.
         05  FILLER                    PIC  X(001) VALUE SPACES.
         05  TOT-QT-EVNTO              PIC  ZZZ.ZZZ.ZZ9.
         05  FILLER                    PIC  X(043) VALUE SPACES.

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
               INCLUDE GOTFB0G5
           END-EXEC.

           EXEC SQL
                DECLARE C1 CURSOR FOR
                SELECT NCAMPN_PROMO,
                       DS_CAMPN_PROMO,
                       DINI_VIGEN_CAMPN,
                       DFIM_VIGEN_CAMPN,
                       VORCAM_CAMPN,
                       VCONSUM_CAMPN,
                       QT_EVNTO_CAMPN
                  FROM DB2PRD.TCAMPN_PROMO_TARIF
                 ORDER BY NCAMPN_PROMO
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
             UNTIL WRK-EOF-CURSOR.

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

           IF WRK-PARM-TAM          IS GREATER THAN +9
              AND WRK-PARM-DADO-DATA   NOT EQUAL SPACES
              MOVE WRK-PARM-DADO-DATA   TO      WRK-DATA-REFER
           ELSE
              EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                     INTO :WRK-DATA-REFER
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC

              IF (SQLCODE              NOT EQUAL   ZEROS)  OR
                 (SQLWARN0                 EQUAL   'W')
                 MOVE 'SYSDUMMY1'          TO     FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT            TO     TRUE
                 MOVE '0005'               TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              END-IF
           END-IF.

           OPEN OUTPUT  GOTF048S.

           PERFORM 1100-TESTAR-FS-GOTF048S.

           MOVE WRK-DATA-REFER          TO      TIT-DATA-REFER.
           MOVE WRK-LINHA-TITULO        TO      FD-GOTF048S.
           WRITE FD-GOTF048S.
           PERFORM 1100-TESTAR-FS-GOTF048S.

           MOVE WRK-LINHA-CABEC         TO      FD-GOTF048S.
           WRITE FD-GOTF048S.
           PERFORM 1100-TESTAR-FS-GOTF048S.

           EXEC SQL
                OPEN C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCAMPN_PROMO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-CURSOR.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FS-GOTF048S         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FS-GOTF048S' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF048S       NOT EQUAL   '00'
              MOVE 'GOTF048S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF048S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C1
                 INTO :GOTFB0G5.NCAMPN-PROMO,
                      :GOTFB0G5.DS-CAMPN-PROMO,
                      :GOTFB0G5.DINI-VIGEN-CAMPN,
                      :GOTFB0G5.DFIM-VIGEN-CAMPN,
                      :GOTFB0G5.VORCAM-CAMPN,
                      :GOTFB0G5.VCONSUM-CAMPN,
                      :GOTFB0G5.QT-EVNTO-CAMPN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TCAMPN_PROMO_TARIF' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH           TO     TRUE
                 MOVE '0020'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCAMPN-PROMO     OF GOTFB0G5 TO DET-NCAMPN-PROMO.
           MOVE DS-CAMPN-PROMO   OF GOTFB0G5 TO DET-DS-CAMPN-PROMO.
           MOVE DINI-VIGEN-CAMPN OF GOTFB0G5 TO DET-DINI-VIGEN.
           MOVE DFIM-VIGEN-CAMPN OF GOTFB0G5 TO DET-DFIM-VIGEN.
           MOVE VCONSUM-CAMPN    OF GOTFB0G5 TO DET-VCONSUM.
           MOVE QT-EVNTO-CAMPN   OF GOTFB0G5 TO DET-QT-EVNTO.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ORCAMENTO ZERADO = CAMPANHA SEM LIMITE DE DESCONTO            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           IF VORCAM-CAMPN OF GOTFB0G5  IS GREATER THAN ZEROS
              COMPUTE WRK-VSALDO-CAMPN  =
                      VORCAM-CAMPN  OF GOTFB0G5 -
                      VCONSUM-CAMPN OF GOTFB0G5
              IF WRK-VSALDO-CAMPN   IS LESS THAN ZEROS
                 MOVE ZEROS             TO      WRK-VSALDO-CAMPN
              END-IF
              MOVE VORCAM-CAMPN OF GOTFB0G5 TO  DET-VORCAM
              MOVE WRK-VSALDO-CAMPN     TO      DET-VSALDO
           ELSE
              MOVE ZEROS                TO      WRK-VSALDO-CAMPN
              MOVE ' SEM ORCAMENTO'     TO      DET-VORCAM-X
              MOVE SPACES               TO      DET-VSALDO-X
           END-IF.

           EVALUATE TRUE
              WHEN WRK-DATA-REFER   IS LESS THAN
                                       DINI-VIGEN-CAMPN OF GOTFB0G5
                 MOVE 'A INICIAR'       TO      DET-SITUACAO
              WHEN WRK-DATA-REFER   IS GREATER THAN
                                       DFIM-VIGEN-CAMPN OF GOTFB0G5
                 MOVE 'ENCERRADA'       TO      DET-SITUACAO
              WHEN VORCAM-CAMPN OF GOTFB0G5 IS GREATER THAN ZEROS
               AND WRK-VSALDO-CAMPN     EQUAL   ZEROS
                 MOVE 'ESGOTADA'        TO      DET-SITUACAO
                 ADD 1                  TO      WRK-CAMPN-ESGOTADAS
              WHEN OTHER
                 MOVE 'VIGENTE'         TO      DET-SITUACAO
                 ADD 1                  TO      WRK-CAMPN-VIGENTES
           END-EVALUATE.

           MOVE WRK-LINHA-DETALHE       TO      FD-GOTF048S.
           WRITE FD-GOTF048S.
           PERFORM 1100-TESTAR-FS-GOTF048S.

           ADD 1                        TO      WRK-CAMPN-LISTADAS.
           ADD VCONSUM-CAMPN  OF GOTFB0G5 TO    WRK-TOT-VCONSUM.
           ADD QT-EVNTO-CAMPN OF GOTFB0G5 TO    WRK-TOT-QT-EVNTO.

           PERFORM 2100-LER-CURSOR.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
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
              MOVE 'TCAMPN_PROMO_TARIF' TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE WRK-TOT-VCONSUM         TO      TOT-VCONSUM.
           MOVE WRK-TOT-QT-EVNTO        TO      TOT-QT-EVNTO.
           MOVE WRK-LINHA-TOTAL         TO      FD-GOTF048S.
           WRITE FD-GOTF048S.
           PERFORM 1100-TESTAR-FS-GOTF048S.

           DISPLAY '*********** GOTF2CPN ***********'
           DISPLAY '*                              *'
           DISPLAY '*   CAMPANHAS PROMOCIONAIS     *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* DATA REFERENCIA   : ' WRK-DATA-REFER
           DISPLAY '* CAMPANHAS LISTADAS: ' WRK-CAMPN-LISTADAS
           DISPLAY '* VIGENTES          : ' WRK-CAMPN-VIGENTES
           DISPLAY '* ORCAMENTO ESGOTADO: ' WRK-CAMPN-ESGOTADAS
           DISPLAY '*********** GOTF2CPN ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF048S.

           PERFORM 1100-TESTAR-FS-GOTF048S.

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

           MOVE 'GOTF2CPN'              TO      FRWKGHEA-NOME-PROGRAMA.

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
