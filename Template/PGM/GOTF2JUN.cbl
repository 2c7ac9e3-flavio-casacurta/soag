      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2JUN.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2JUN                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  MARCO/2028                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF051E          I              WRK-REG-CONC   *
      *                GOTF052E          I              WRK-REG-CTRL-  *
      *                                                 GOTF001T       *
      *                GOTF001C          O              WRK-REG-CONC   *
      *                GOTF001T          O              WRK-REG-CTRL-  *
      *                                                 GOTF001T       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    MAR/2028 - HOMI - PROGRAMA CRIADO. JUNCAO DAS SAIDAS DA     *
      *               EXECUCAO PARTICIONADA DO GOTF2DSS: RECEBE OS     *
      *               GOTF001C DE TODAS AS PARTICOES CONCATENADOS EM   *
      *               GOTF051E E OS GOTF001T (CADA UM COM SEU HEADER/  *
      *               TRAILER) CONCATENADOS EM GOTF052E, E DEVOLVE O   *
      *               GOTF001C UNICO E O GOTF001T UNICO (UM HEADER,    *
      *               TODOS OS RETIDOS, UM TRAILER) QUE A OPERACAO E   *
      *               O GOTF2MAN JA USAM. CONFERE A QUANTIDADE DE      *
      *               PARTICOES DO PARM, PARTICAO REPETIDA, MODO,      *
      *               FATIAMENTO, TOTAL LIDO DO ARQUIVO, HEADER X      *
      *               TRAILER E VERSAO DE LAYOUT DE CADA PEDACO DO     *
      *               GOTF001T E O TOTAL DE RETIDOS CONTRA A           *
      *               CONCILIACAO; QUALQUER INCONSISTENCIA ABENDA SEM  *
      *               ENTREGAR ARQUIVO CONSOLIDADO.                    *
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

           SELECT GOTF051E ASSIGN      TO   UT-S-GOTF051E
                      FILE STATUS      IS   WRK-FS-GOTF051E.

           SELECT GOTF052E ASSIGN      TO   UT-S-GOTF052E
                      FILE STATUS      IS   WRK-FS-GOTF052E.

           SELECT GOTF001C ASSIGN      TO   UT-S-GOTF001C
                      FILE STATUS      IS   WRK-FS-GOTF001C.

           SELECT GOTF001T ASSIGN      TO   UT-S-GOTF001T
                      FILE STATUS      IS   WRK-FS-GOTF001T.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT: GOTF051E - GOTF001C DAS PARTICOES DO GOTF2DSS         *
      *            (UM REGISTRO POR PARTICAO, CONCATENADOS NA JCL)     *
      *            ORG. SEQUENCIAL     -   LRECL   =  130              *
      *----------------------------------------------------------------*
       FD  GOTF051E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF051E                 PIC  X(130).

      *----------------------------------------------------------------*
      *   INPUT: GOTF052E - GOTF001T DAS PARTICOES DO GOTF2DSS         *
      *            (HEADER, RETIDOS E TRAILER DE CADA PARTICAO,        *
      *            CONCATENADOS NA JCL)                                *
      *            ORG. SEQUENCIAL     -   LRECL   =  355              *
      *----------------------------------------------------------------*
       FD  GOTF052E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF052E                 PIC  X(355).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF001C - CONCILIACAO CONSOLIDADA DA NOITE          *
      *            ORG. SEQUENCIAL     -   LRECL   =  130              *
      *----------------------------------------------------------------*
       FD  GOTF001C
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF001C                 PIC  X(130).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF001T - EVENTOS ATRASADOS RETIDOS CONSOLIDADOS    *
      *            ORG. SEQUENCIAL     -   LRECL   =  355              *
      *----------------------------------------------------------------*
       FD  GOTF001T
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF001T                 PIC  X(355).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF051E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF052E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF001C             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF001T             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE PARM                               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-QTD-PARTICOES           PIC  9(02) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE CONFERENCIA DAS PARTICOES          ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-TAB-PARTICOES.
         05  PART-SW-RECEBIDA          PIC  X(01) OCCURS 99.
       01  WRK-IDX-PART                PIC S9(04) COMP VALUE ZEROS.
       01  WRK-QTD-CONC-LIDAS          PIC S9(04) COMP VALUE ZEROS.

       01  WRK-MODO-REF                PIC  X(01) VALUE SPACES.
           88  WRK-REF-MODO-STAGING                VALUE 'E'.
       01  WRK-QTD-FATIAS-REF          PIC  9(02) VALUE ZEROS.
       01  WRK-LIDOS-REF               PIC  9(09) COMP-3 VALUE ZEROS.

       01  WRK-SW-PART-DIVERGENTE      PIC  X(01) VALUE 'N'.
           88  WRK-PART-DIVERGENTE                 VALUE 'S'.

       01  WRK-SW-EM-SEGMENTO          PIC  X(01) VALUE 'N'.
           88  WRK-EM-SEGMENTO                     VALUE 'S'.
       01  WRK-QTD-SEGMENTOS           PIC S9(04) COMP VALUE ZEROS.
       01  WRK-QTD-HEADER-SEGMENTO     PIC  9(09) COMP-3 VALUE ZEROS.
       01  WRK-CORPO-SEGMENTO          PIC  9(09) COMP-3 VALUE ZEROS.
       01  WRK-VERSAO-REF              PIC  X(02) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-TOT-LIDOS             PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-INSER             PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-REJEITADOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-DUPLIC            PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-ORIGEM-INVAL      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-VALIDADOS         PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-TETO-EXCED        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-ATRASADOS         PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-ISENTOS           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-FORA-FAIXA        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-CONTA-INVAL       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-TOT-DESFECHOS         PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-LIDOS-GOTF052E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GRAVADOS-GOTF001T     PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA E SAIDA GOTF001C           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * REGISTRO DE CONCILIACAO DO GOTF2DSS (MESMO LAYOUT DE           *
      * WRK-REG-CONCILIACAO DAQUELE PROGRAMA). NO CONSOLIDADO A        *
      * PARTICAO SAI EM BRANCO, A QUANTIDADE DE PARTICOES E A DO PARM  *
      * E NAO HA REGISTRO DE OUTRA PARTICAO                            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REG-CONC.
         05  CONC-PROGRAMA             PIC  X(008).
         05  CONC-MODO-EXECUCAO        PIC  X(001).
         05  CONC-LIDOS-GOTF001E       PIC  9(009).
         05  CONC-INSER-GOTFB0B7       PIC  9(009).
         05  CONC-REJEITADOS-GOTFB0B7  PIC  9(009).
         05  CONC-DUPLIC-GOTFB0B7      PIC  9(009).
         05  CONC-ORIGEM-INVAL-GOTFB0B7 PIC 9(009).
         05  CONC-VALIDADOS-GOTFB0B7   PIC  9(009).
         05  CONC-TETO-EXCED-GOTFB0B7  PIC  9(009).
         05  CONC-ATRASADOS-GOTF001T   PIC  9(009).
         05  CONC-ISENTOS-GOTFB0B7     PIC  9(009).
         05  CONC-FORA-FAIXA-GOTFB0B7  PIC  9(009).
         05  CONC-CONTA-INVAL-GOTFB0B7 PIC  9(009).
         05  CONC-SW-DIVERGENCIA       PIC  X(001).
           88  CONC-DIVERGENTE                     VALUE 'S'.
         05  CONC-PARTICAO             PIC  X(002).
         05  CONC-NUM-PARTICAO         REDEFINES   CONC-PARTICAO
                                       PIC  9(002).
         05  CONC-QTD-PARTICOES        PIC  9(002).
         05  CONC-OUTRA-PARTICAO       PIC  9(009).
         05  FILLER                    PIC  X(008).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA E SAIDA GOTF001T           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-CTRL-GOTF001T.
         05  CTT-TIPO-REGISTRO         PIC  X(001).
           88  CTT-EH-HEADER                       VALUE 'H'.
           88  CTT-EH-TRAILER                      VALUE 'T'.
         05  CTT-QTD-REGISTROS         PIC  9(009).
         05  CTT-VERSAO-LAYOUT         PIC  X(002).
         05  FILLER                    PIC  X(343).

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

       01  WRK-AREA-BRAD0450.
         05  WRK-0450-ABEND-BAT        PIC S9(04)  COMP    VALUE +1112.
         05  WRK-0450-DUMP-BAT         PIC  X(01)  VALUE 'S'.
         05  WRK-0450-ABEND-LIVRE      PIC S9(04)  COMP    VALUE +1115.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *          PARM: POS 01-02 QUANTIDADE DE PARTICOES EXECUTADAS    *
      *----------------------------------------------------------------*
       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM             PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-QTD-PARTICOES
                                        PIC  X(002).
               10  FILLER               PIC  X(078).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 2000-CONSOLIDAR-CONCILIACAO.

           PERFORM 3000-CONSOLIDAR-RETENCAO.

           PERFORM 4000-GRAVAR-CONCILIACAO.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           MOVE '1000-INICIAR'          TO      FRWKGHEA-IDEN-PARAGRAFO.

           CALL 'CKRS1000'.

           INITIALIZE FRWKGHEA-REGISTRO
                      FRWKGARQ-REGISTRO.

           MOVE ALL 'N'                 TO      WRK-TAB-PARTICOES.

           PERFORM 1200-VALIDAR-PARM.

           OPEN INPUT   GOTF051E.
           OPEN INPUT   GOTF052E.
           OPEN OUTPUT  GOTF001C.
           OPEN OUTPUT  GOTF001T.

           PERFORM 1110-TESTAR-FS-GOTF051E.
           PERFORM 1120-TESTAR-FS-GOTF052E.
           PERFORM 1130-TESTAR-FS-GOTF001C.
           PERFORM 1140-TESTAR-FS-GOTF001T.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-GOTF051E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF051E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF051E       NOT EQUAL   '00'
              MOVE 'GOTF051E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF051E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-GOTF052E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1120-TESTAR-FS-GOTF052E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF052E       NOT EQUAL   '00'
              MOVE 'GOTF052E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF052E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1130-TESTAR-FS-GOTF001C         SECTION.
      *----------------------------------------------------------------*

           MOVE '1130-TESTAR-FS-GOTF001C' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF001C       NOT EQUAL   '00'
              MOVE 'GOTF001C'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF001C      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1140-TESTAR-FS-GOTF001T         SECTION.
      *----------------------------------------------------------------*

           MOVE '1140-TESTAR-FS-GOTF001T' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF001T       NOT EQUAL   '00'
              MOVE 'GOTF001T'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF001T      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A QUANTIDADE DE PARTICOES EXECUTADAS E OBRIGATORIA: E ELA QUE  *
      * GARANTE QUE NENHUMA PARTICAO FICOU DE FORA DA JUNCAO           *
      *----------------------------------------------------------------*
       1200-VALIDAR-PARM               SECTION.
      *----------------------------------------------------------------*

           MOVE '1200-VALIDAR-PARM'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-PARM-TAM          IS LESS THAN +2
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: QUANTIDADE DE PARTICOES OBRIGATORIA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-PARM-DADO-QTD-PARTICOES IS NOT NUMERIC
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: QUANTIDADE DE PARTICOES INVALIDA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE WRK-PARM-DADO-QTD-PARTICOES
                                        TO      WRK-QTD-PARTICOES.

           IF WRK-QTD-PARTICOES         EQUAL   ZEROS
              MOVE 'GOTF9990'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: QUANTIDADE DE PARTICOES INVALIDA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SOMA OS CONTADORES DOS GOTF001C DAS PARTICOES. CADA PARTICAO   *
      * APARECE UMA VEZ, TODAS COM O MESMO MODO E FATIAMENTO. NA       *
      * EXECUCAO POR ARQUIVO TODAS LERAM O MESMO GOTF001E INTEIRO E    *
      * O TOTAL LIDO TEM DE SER IGUAL EM TODAS; NO MODO 'E' (STAGING)  *
      * CADA UMA LEU SO AS SUAS LINHAS E O TOTAL LIDO E A SOMA         *
      *----------------------------------------------------------------*
       2000-CONSOLIDAR-CONCILIACAO     SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-CONSOLIDAR-CONCILIACAO' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 2100-LER-CONCILIACAO.

           IF WRK-FS-GOTF051E           EQUAL   '10'
              MOVE 'GOTF9969'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'GOTF051E VAZIO - NENHUMA PARTICAO A JUNTAR'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           PERFORM 2200-ACUMULAR-CONCILIACAO
             UNTIL WRK-FS-GOTF051E      EQUAL   '10'.

           IF WRK-QTD-CONC-LIDAS    NOT EQUAL   WRK-QTD-PARTICOES
              MOVE 'GOTF9969'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'GOTF051E: QUANTIDADE DE PARTICOES DIFERE DO PARM'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CONCILIACAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-CONCILIACAO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF051E                INTO    WRK-REG-CONC.

           IF WRK-FS-GOTF051E       NOT EQUAL   '10'
              PERFORM 1110-TESTAR-FS-GOTF051E
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-ACUMULAR-CONCILIACAO       SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-ACUMULAR-CONCILIACAO' TO  FRWKGHEA-IDEN-PARAGRAFO.

           IF CONC-PROGRAMA         NOT EQUAL   'GOTF2DSS'
              MOVE 'GOTF9969'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'GOTF051E: REGISTRO NAO E CONCILIACAO DO GOTF2DSS'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF CONC-NUM-PARTICAO     IS NOT NUMERIC
              OR CONC-NUM-PARTICAO      EQUAL   ZEROS
              OR CONC-NUM-PARTICAO  IS GREATER THAN WRK-QTD-PARTICOES
              MOVE 'GOTF9969'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'GOTF051E: PARTICAO AUSENTE OU FORA DA QUANTIDADE'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE CONC-NUM-PARTICAO       TO      WRK-IDX-PART.

           IF PART-SW-RECEBIDA (WRK-IDX-PART) EQUAL 'S'
              MOVE 'GOTF9969'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'GOTF051E: PARTICAO REPETIDA NA CONCATENACAO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE 'S'                     TO
                                  PART-SW-RECEBIDA (WRK-IDX-PART).

           IF CONC-QTD-PARTICOES    IS GREATER THAN ZEROS
              AND CONC-QTD-PARTICOES NOT EQUAL  WRK-QTD-PARTICOES
              MOVE 'GOTF9969'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'GOTF051E: FATIAMENTO DA PARTICAO DIFERE DO PARM'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-QTD-CONC-LIDAS        EQUAL   ZEROS
              MOVE CONC-MODO-EXECUCAO   TO      WRK-MODO-REF
              MOVE CONC-QTD-PARTICOES   TO      WRK-QTD-FATIAS-REF
              MOVE CONC-LIDOS-GOTF001E  TO      WRK-LIDOS-REF
           ELSE
              IF CONC-MODO-EXECUCAO NOT EQUAL   WRK-MODO-REF
                 OR CONC-QTD-PARTICOES NOT EQUAL WRK-QTD-FATIAS-REF
                 MOVE 'GOTF9969'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'GOTF051E: PARTICOES COM MODO OU FATIAMENTO MISTO'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
              IF NOT WRK-REF-MODO-STAGING
                 AND CONC-LIDOS-GOTF001E NOT EQUAL WRK-LIDOS-REF
                 MOVE 'GOTF9969'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'GOTF051E: PARTICOES LERAM GOTF001E DIFERENTES'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
           END-IF.

           IF CONC-DIVERGENTE
              SET WRK-PART-DIVERGENTE   TO      TRUE
           END-IF.

           ADD CONC-LIDOS-GOTF001E      TO      WRK-TOT-LIDOS.
           ADD CONC-INSER-GOTFB0B7      TO      WRK-TOT-INSER.
           ADD CONC-REJEITADOS-GOTFB0B7 TO      WRK-TOT-REJEITADOS.
           ADD CONC-DUPLIC-GOTFB0B7     TO      WRK-TOT-DUPLIC.
           ADD CONC-ORIGEM-INVAL-GOTFB0B7
                                        TO      WRK-TOT-ORIGEM-INVAL.
           ADD CONC-VALIDADOS-GOTFB0B7  TO      WRK-TOT-VALIDADOS.
           ADD CONC-TETO-EXCED-GOTFB0B7 TO      WRK-TOT-TETO-EXCED.
           ADD CONC-ATRASADOS-GOTF001T  TO      WRK-TOT-ATRASADOS.
           ADD CONC-ISENTOS-GOTFB0B7    TO      WRK-TOT-ISENTOS.
           ADD CONC-FORA-FAIXA-GOTFB0B7 TO      WRK-TOT-FORA-FAIXA.
           ADD CONC-CONTA-INVAL-GOTFB0B7
                                        TO      WRK-TOT-CONTA-INVAL.

           ADD 1                        TO      WRK-QTD-CONC-LIDAS.

           PERFORM 2100-LER-CONCILIACAO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * JUNTA OS GOTF001T DAS PARTICOES NUM UNICO ARQUIVO: CADA PEDACO *
      * TEM DE VIR COMPLETO (HEADER, RETIDOS, TRAILER) COM AS          *
      * CONTAGENS BATENDO E TODOS NA MESMA VERSAO DE LAYOUT. O HEADER  *
      * DE SAIDA E GRAVADO AQUI COM CONTAGEM ZERADA E REGRAVADO COM O  *
      * TOTAL EM 9000-FINALIZAR, COMO NO PROPRIO GOTF2DSS              *
      *----------------------------------------------------------------*
       3000-CONSOLIDAR-RETENCAO        SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-CONSOLIDAR-RETENCAO' TO   FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      WRK-REG-CTRL-GOTF001T.
           MOVE 'H'                     TO      CTT-TIPO-REGISTRO.
           MOVE ZEROS                   TO      CTT-QTD-REGISTROS.
           MOVE WRK-REG-CTRL-GOTF001T   TO      FD-GOTF001T.
           WRITE FD-GOTF001T.
           PERFORM 1140-TESTAR-FS-GOTF001T.

           PERFORM 3100-LER-RETENCAO.

           PERFORM 3200-TRATAR-RETENCAO
             UNTIL WRK-FS-GOTF052E      EQUAL   '10'.

           IF WRK-EM-SEGMENTO
              MOVE 'GOTF9968'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'GOTF052E: ULTIMO PEDACO SEM REGISTRO TRAILER'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-QTD-SEGMENTOS     NOT EQUAL   WRK-QTD-PARTICOES
              MOVE 'GOTF9968'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'GOTF052E: QUANTIDADE DE PEDACOS DIFERE DO PARM'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-GRAVADOS-GOTF001T NOT EQUAL   WRK-TOT-ATRASADOS
              MOVE 'GOTF9968'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'GOTF052E: RETIDOS DIFEREM DOS ATRASADOS DO GOTF051E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE SPACES                  TO      WRK-REG-CTRL-GOTF001T.
           MOVE 'T'                     TO      CTT-TIPO-REGISTRO.
           MOVE WRK-GRAVADOS-GOTF001T   TO      CTT-QTD-REGISTROS.
           MOVE WRK-REG-CTRL-GOTF001T   TO      FD-GOTF001T.
           WRITE FD-GOTF001T.
           PERFORM 1140-TESTAR-FS-GOTF001T.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-LER-RETENCAO               SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-LER-RETENCAO'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF052E.

           IF WRK-FS-GOTF052E       NOT EQUAL   '10'
              PERFORM 1120-TESTAR-FS-GOTF052E
              ADD 1                     TO      WRK-LIDOS-GOTF052E
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FORA DE UM PEDACO SO PODE VIR HEADER; DENTRO DELE, O TRAILER   *
      * FECHA O PEDACO E QUALQUER OUTRO REGISTRO E RETIDO A COPIAR     *
      *----------------------------------------------------------------*
       3200-TRATAR-RETENCAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '3200-TRATAR-RETENCAO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FD-GOTF052E             TO      WRK-REG-CTRL-GOTF001T.

           IF NOT WRK-EM-SEGMENTO
              IF NOT CTT-EH-HEADER
                 MOVE 'GOTF9968'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'GOTF052E: PEDACO SEM REGISTRO HEADER'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
              ADD 1                     TO      WRK-QTD-SEGMENTOS
              IF WRK-QTD-SEGMENTOS      EQUAL   1
                 MOVE CTT-VERSAO-LAYOUT TO      WRK-VERSAO-REF
              END-IF
              IF CTT-VERSAO-LAYOUT  NOT EQUAL   WRK-VERSAO-REF
                 MOVE 'GOTF9968'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'GOTF052E: PEDACOS COM VERSAO DE LAYOUT DIFERENTE'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
              MOVE CTT-QTD-REGISTROS    TO      WRK-QTD-HEADER-SEGMENTO
              MOVE ZEROS                TO      WRK-CORPO-SEGMENTO
              SET WRK-EM-SEGMENTO       TO      TRUE
           ELSE
              IF CTT-EH-TRAILER
                 IF CTT-QTD-REGISTROS NOT EQUAL WRK-CORPO-SEGMENTO
                    OR WRK-QTD-HEADER-SEGMENTO
                                    NOT EQUAL   WRK-CORPO-SEGMENTO
                    MOVE 'GOTF9968'     TO      FRWKGLIV-COD-MENSAGEM
                    MOVE 'GOTF052E: TOTAL DE CONTROLE DIVERGE DO PEDACO'
                                        TO      FRWKGLIV-PARAMETROS
                    PERFORM 9350-TRATAR-ERRO-LIVRE
                 END-IF
                 MOVE 'N'               TO      WRK-SW-EM-SEGMENTO
              ELSE
                 MOVE FD-GOTF052E       TO      FD-GOTF001T
                 WRITE FD-GOTF001T
                 PERFORM 1140-TESTAR-FS-GOTF001T
                 ADD 1                  TO      WRK-CORPO-SEGMENTO
                 ADD 1                  TO      WRK-GRAVADOS-GOTF001T
              END-IF
           END-IF.

           PERFORM 3100-LER-RETENCAO.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA O GOTF001C CONSOLIDADO NO LAYOUT DO GOTF2DSS. A          *
      * DIVERGENCIA VALE SE ALGUMA PARTICAO JA ERA DIVERGENTE OU SE A  *
      * SOMA DOS DESFECHOS NAO FECHA COM O TOTAL LIDO - REGISTRO QUE   *
      * NENHUMA PARTICAO TRATOU, OU QUE DUAS TRATARAM                  *
      *----------------------------------------------------------------*
       4000-GRAVAR-CONCILIACAO         SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-GRAVAR-CONCILIACAO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT WRK-REF-MODO-STAGING
              MOVE WRK-LIDOS-REF        TO      WRK-TOT-LIDOS
           END-IF.

           COMPUTE WRK-TOT-DESFECHOS =  WRK-TOT-INSER
                                     +  WRK-TOT-REJEITADOS
                                     +  WRK-TOT-DUPLIC
                                     +  WRK-TOT-ORIGEM-INVAL
                                     +  WRK-TOT-VALIDADOS
                                     +  WRK-TOT-TETO-EXCED
                                     +  WRK-TOT-ATRASADOS
                                     +  WRK-TOT-ISENTOS
                                     +  WRK-TOT-FORA-FAIXA
                                     +  WRK-TOT-CONTA-INVAL.

           MOVE SPACES                  TO      WRK-REG-CONC.
           MOVE 'GOTF2DSS'              TO      CONC-PROGRAMA.
           MOVE WRK-MODO-REF            TO      CONC-MODO-EXECUCAO.
           MOVE WRK-TOT-LIDOS           TO      CONC-LIDOS-GOTF001E.
           MOVE WRK-TOT-INSER           TO      CONC-INSER-GOTFB0B7.
           MOVE WRK-TOT-REJEITADOS      TO
                                        CONC-REJEITADOS-GOTFB0B7.
           MOVE WRK-TOT-DUPLIC          TO      CONC-DUPLIC-GOTFB0B7.
           MOVE WRK-TOT-ORIGEM-INVAL    TO
                                        CONC-ORIGEM-INVAL-GOTFB0B7.
           MOVE WRK-TOT-VALIDADOS       TO      CONC-VALIDADOS-GOTFB0B7.
           MOVE WRK-TOT-TETO-EXCED      TO
                                        CONC-TETO-EXCED-GOTFB0B7.
           MOVE WRK-TOT-ATRASADOS       TO      CONC-ATRASADOS-GOTF001T.
           MOVE WRK-TOT-ISENTOS         TO      CONC-ISENTOS-GOTFB0B7.
           MOVE WRK-TOT-FORA-FAIXA      TO
                                        CONC-FORA-FAIXA-GOTFB0B7.
           MOVE WRK-TOT-CONTA-INVAL     TO
                                        CONC-CONTA-INVAL-GOTFB0B7.
           MOVE SPACES                  TO      CONC-PARTICAO.
           MOVE WRK-QTD-PARTICOES       TO      CONC-QTD-PARTICOES.
           MOVE ZEROS                   TO      CONC-OUTRA-PARTICAO.

           MOVE 'N'                     TO      CONC-SW-DIVERGENCIA.

           IF WRK-PART-DIVERGENTE
              OR WRK-TOT-LIDOS      NOT EQUAL   WRK-TOT-DESFECHOS
              MOVE 'S'                  TO      CONC-SW-DIVERGENCIA
           END-IF.

           MOVE WRK-REG-CONC            TO      FD-GOTF001C.

           WRITE FD-GOTF001C.

           PERFORM 1130-TESTAR-FS-GOTF001C.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2JUN ***********'
           DISPLAY '*                              *'
           DISPLAY '*   JUNCAO DAS PARTICOES       *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* PARTICOES         : ' WRK-QTD-PARTICOES
           DISPLAY '* MODO EXECUCAO     : ' WRK-MODO-REF
           DISPLAY '* LIDOS    GOTF001E : ' WRK-TOT-LIDOS
           DISPLAY '* DESFECHOS         : ' WRK-TOT-DESFECHOS
           DISPLAY '* LIDOS    GOTF052E : ' WRK-LIDOS-GOTF052E
           DISPLAY '* RETIDOS  GOTF001T : ' WRK-GRAVADOS-GOTF001T
           DISPLAY '* CONCILIACAO DIVERGENTE : ' CONC-SW-DIVERGENCIA
           DISPLAY '*********** GOTF2JUN ***********'

           CLOSE GOTF051E.
           CLOSE GOTF052E.
           CLOSE GOTF001C.
           CLOSE GOTF001T.

           PERFORM 1110-TESTAR-FS-GOTF051E.
           PERFORM 1120-TESTAR-FS-GOTF052E.
           PERFORM 1130-TESTAR-FS-GOTF001C.
           PERFORM 1140-TESTAR-FS-GOTF001T.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * SEGUNDA PASSADA SOMENTE PARA REGRAVAR O HEADER COM A          *
      * CONTAGEM FINAL E A VERSAO DE LAYOUT DOS PEDACOS, MANTENDO O   *
      * CONTROLE HEADER X TRAILER QUE O RERUN MODO 'L' EXIGE          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           OPEN I-O GOTF001T.
           PERFORM 1140-TESTAR-FS-GOTF001T.

           READ GOTF001T                INTO    WRK-REG-CTRL-GOTF001T.
           PERFORM 1140-TESTAR-FS-GOTF001T.

           MOVE WRK-GRAVADOS-GOTF001T   TO      CTT-QTD-REGISTROS.
           MOVE WRK-VERSAO-REF          TO      CTT-VERSAO-LAYOUT.
           MOVE WRK-REG-CTRL-GOTF001T   TO      FD-GOTF001T.

           REWRITE FD-GOTF001T.
           PERFORM 1140-TESTAR-FS-GOTF001T.

           CLOSE GOTF001T.
           PERFORM 1140-TESTAR-FS-GOTF001T.

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

           MOVE 'GOTF2JUN'              TO      FRWKGHEA-NOME-PROGRAMA.

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
              WHEN ERRO-LIVRE
                 MOVE WRK-0450-ABEND-LIVRE
                                        TO      WRK-0450-ABEND-BAT
              WHEN OTHER
                 MOVE +1112             TO      WRK-0450-ABEND-BAT
           END-EVALUATE.

           DISPLAY '*** BRAD0450 CHAMADO PARA ABENDAR O PROGRAMA ***'.
           DISPLAY 'CODIGO DE ABEND = ' WRK-0450-ABEND-BAT.
           DISPLAY ' '.

           CALL 'BRAD0450'             USING    WRK-0450-ABEND-BAT
                                                WRK-0450-DUMP-BAT.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
