      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2DVE.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2DVE                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  ABRIL/2028                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF056E          I              WRK-REG-DEVOL  *
      *                GOTF056R          O              WRK-REG-OCORR  *
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
      *                DB2PRD.TPREF_ENTREG_CLIEN        GOTFB0H2       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    PARM DA JCL...:                                             *
      *    POS 01-02 : QUANTIDADE DE FALHAS DE ENTREGA QUE DEVOLVE O   *
      *                CLIENTE AO PAPEL (AUSENTE OU ZEROS = 03)        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    ABR/2028 - HOMI - PROGRAMA CRIADO. DEVOLUCOES DA ENTREGA    *
      *               ELETRONICA DO EXTRATO, DA FATURA E DA            *
      *               NOTIFICACAO (GOTF062S, GOTF016E, PSVP-NOTE): LE  *
      *               O ARQUIVO GOTF056E DO PROVEDOR DE ENTREGA        *
      *               (HEADER COM QUANTIDADE, DETALHE POR DOCUMENTO    *
      *               NAO ENTREGUE, TRAILER DE CONTROLE) E CONTA A     *
      *               FALHA NA PREFERENCIA DA CONTA                    *
      *               (TPREF_ENTREG_CLIEN.QT_FALHA_ENTREG). AO ATINGIR *
      *               O LIMITE DO PARM O CANAL VOLTA A 'P' - PAPEL -,  *
      *               GUARDANDO O CANAL ANTERIOR E A DATA DO RETORNO,  *
      *               E A CONTA SAI EM GOTF056R PARA O ATENDIMENTO     *
      *               CONTATAR O CLIENTE. VALE NO MAXIMO UMA FALHA POR *
      *               CONTA E DIA: RETORNO REPETIDO NAO CONTA DE NOVO. *
      *               FALHA ANTERIOR AO OPT-IN, PARA OUTRO ENDERECO OU *
      *               DE CONTA JA EM PAPEL E SO RELACIONADA.           *
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

           SELECT GOTF056E ASSIGN      TO   UT-S-GOTF056E
                      FILE STATUS      IS   WRK-FS-GOTF056E.

           SELECT GOTF056R ASSIGN      TO   UT-S-GOTF056R
                      FILE STATUS      IS   WRK-FS-GOTF056R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT: GOTF056E - DEVOLUCOES DA ENTREGA ELETRONICA           *
      *            ORG. SEQUENCIAL     -   LRECL   =  150              *
      *----------------------------------------------------------------*
       FD  GOTF056E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF056E                 PIC  X(150).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF056R - RETORNOS AO PAPEL E DEVOLUCOES NAO        *
      *            CONTADAS                                            *
      *            ORG. SEQUENCIAL     -   LRECL   =  150              *
      *----------------------------------------------------------------*
       FD  GOTF056R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF056R                 PIC  X(150).

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

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.

       01  WRK-QTD-MAX-FALHAS          PIC S9(04) COMP VALUE +3.
       01  WRK-QTD-FALHAS              PIC S9(04) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-GOTF056E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-FALHAS-CONTADAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-RETORNOS-PAPEL        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-NAO-CONTADAS          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GRAVADOS-GOTF056R     PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF056E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF056R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA GOTF056E                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-DEVOLUCAO.
         05  DEV-TIPO-REGISTRO         PIC  X(001).
         05  DEV-NCONTA-CLIEN          PIC  9(013).
         05  DEV-CCANAL-ENTREG         PIC  X(001).
         05  DEV-DS-ENDER-CONTATO      PIC  X(080).
         05  DEV-DT-FALHA              PIC  X(010).
         05  DEV-CMOTIVO-FALHA         PIC  X(002).
         05  DEV-CDOCUMENTO            PIC  X(008).
         05  FILLER                    PIC  X(035).

       01  WRK-REG-HEADER-GOTF056E.
         05  HDR-TIPO-REGISTRO         PIC  X(001).
           88  HDR-EH-HEADER                       VALUE 'H'.
         05  HDR-QTD-REGISTROS         PIC  9(009).
         05  HDR-DT-GERACAO            PIC  X(010).
         05  FILLER                    PIC  X(130).

       01  WRK-REG-TRAILER-GOTF056E.
         05  TRL-TIPO-REGISTRO         PIC  X(001).
           88  TRL-EH-TRAILER                      VALUE 'T'.
         05  TRL-QTD-REGISTROS         PIC  9(009).
         05  FILLER                    PIC  X(140).

       01  WRK-QTD-REGISTROS-HEADER    PIC  9(009) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF056R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-OCORRENCIA.
         05  OCR-REGISTRO-ORIGINAL     PIC  X(115).
         05  OCR-QT-FALHA-ENTREG       PIC  9(004).
         05  OCR-MOTIVO                PIC  X(030).
         05  FILLER                    PIC  X(001).

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
               INCLUDE GOTFB0H2
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
               10  WRK-PARM-DADO-FALHAS PIC  9(002).
               10  FILLER               PIC  X(078).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 2100-LER-GOTF056E.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-FS-GOTF056E      EQUAL   '10'.

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

           OPEN INPUT   GOTF056E.
           OPEN OUTPUT  GOTF056R.

           PERFORM 1110-TESTAR-FS-GOTF056E.
           PERFORM 1120-TESTAR-FS-GOTF056R.

           IF WRK-PARM-TAM          IS GREATER THAN +1
              AND WRK-PARM-DADO-FALHAS  IS NUMERIC
              AND WRK-PARM-DADO-FALHAS  IS GREATER THAN ZEROS
              MOVE WRK-PARM-DADO-FALHAS TO      WRK-QTD-MAX-FALHAS
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

           PERFORM 2050-VALIDAR-HEADER.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-GOTF056E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF056E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF056E       NOT EQUAL   '00'
              MOVE 'GOTF056E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF056E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-GOTF056R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1120-TESTAR-FS-GOTF056R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF056R       NOT EQUAL   '00'
              MOVE 'GOTF056R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF056R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PRIMEIRO REGISTRO FISICO DE GOTF056E, ESPERANDO UM        *
      * HEADER ('H') COM O TOTAL DE REGISTROS DE CORPO, NO MESMO MOLDE *
      * DO GOTF033E                                                    *
      *----------------------------------------------------------------*
       2050-VALIDAR-HEADER             SECTION.
      *----------------------------------------------------------------*

           MOVE '2050-VALIDAR-HEADER'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO
                                             WRK-QTD-REGISTROS-HEADER.

           READ GOTF056E                INTO    WRK-REG-HEADER-GOTF056E.

           IF WRK-FS-GOTF056E           EQUAL   '10'
              NEXT SENTENCE
           ELSE
              PERFORM 1110-TESTAR-FS-GOTF056E

              IF NOT HDR-EH-HEADER
                 MOVE 'GOTF9994'           TO      FRWKGLIV-COD-MENSAGEM
                 MOVE
                 'REGISTRO HEADER AUSENTE OU INVALIDO EM GOTF056E'
                                           TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF

              MOVE HDR-QTD-REGISTROS       TO
                                                WRK-QTD-REGISTROS-HEADER
           END-IF.

      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2060-VALIDAR-TRAILER            SECTION.
      *----------------------------------------------------------------*

           MOVE '2060-VALIDAR-TRAILER'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT TRL-EH-TRAILER
              MOVE 'GOTF9993'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO TRAILER AUSENTE OU INVALIDO NO ARQUIVO GOTF056E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF (TRL-QTD-REGISTROS        NOT EQUAL WRK-LIDOS-GOTF056E)
              OR (WRK-QTD-REGISTROS-HEADER NOT EQUAL WRK-LIDOS-GOTF056E)
              MOVE 'GOTF9992'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL DE CONTROLE DIVERGE DO LIDO EM GOTF056E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-GOTF056E               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-GOTF056E'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF056E                INTO    WRK-REG-DEVOLUCAO.

           IF WRK-FS-GOTF056E           EQUAL   '10'
              NEXT SENTENCE
           ELSE
              PERFORM 1110-TESTAR-FS-GOTF056E

              IF FD-GOTF056E(1:1)          EQUAL   'T'
                 MOVE FD-GOTF056E          TO
                                                WRK-REG-TRAILER-GOTF056E
                 PERFORM 2060-VALIDAR-TRAILER
                 MOVE '10'                 TO      WRK-FS-GOTF056E
              ELSE
                 ADD     1              TO      WRK-LIDOS-GOTF056E
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 5000-APLICAR-DEVOLUCAO.

           PERFORM 2100-LER-GOTF056E.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONTA A FALHA DE ENTREGA NA PREFERENCIA DA CONTA. SO CONTA A  *
      * FALHA DE CONTA AINDA EM CANAL ELETRONICO, PARA O ENDERECO EM  *
      * VIGOR, POSTERIOR AO OPT-IN E A ULTIMA FALHA JA CONTADA; AS    *
      * DEMAIS SO VAO PARA GOTF056R                                   *
      *----------------------------------------------------------------*
       5000-APLICAR-DEVOLUCAO          SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-APLICAR-DEVOLUCAO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           IF DEV-TIPO-REGISTRO     NOT EQUAL   'D'
              OR DEV-NCONTA-CLIEN   NOT NUMERIC
              OR DEV-DT-FALHA           EQUAL   SPACES
              MOVE 'REGISTRO INVALIDO'  TO      OCR-MOTIVO
              PERFORM 5100-NAO-CONTAR
              GO TO 5000-99-FIM
           END-IF.

           MOVE DEV-NCONTA-CLIEN        TO      NCONTA-CLIEN
                                                OF GOTFB0H2.

           EXEC SQL
                SELECT CCANAL_ENTREG,
                       DS_ENDER_CONTATO,
                       DT_OPT_IN,
                       QT_FALHA_ENTREG,
                       DT_ULT_FALHA
                  INTO :GOTFB0H2.CCANAL-ENTREG,
                       :GOTFB0H2.DS-ENDER-CONTATO,
                       :GOTFB0H2.DT-OPT-IN,
                       :GOTFB0H2.QT-FALHA-ENTREG,
                       :GOTFB0H2.DT-ULT-FALHA
                  FROM DB2PRD.TPREF_ENTREG_CLIEN
                 WHERE NCONTA_CLIEN = :GOTFB0H2.NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'CONTA SEM PREFERENCIA'
                                        TO      OCR-MOTIVO
                 PERFORM 5100-NAO-CONTAR
                 GO TO 5000-99-FIM
              WHEN OTHER
                 MOVE 'TPREF_ENTREG_CLIEN' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0010'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           EVALUATE TRUE
              WHEN ENTREG-PAPEL OF GOTFB0H2
                 MOVE 'CONTA JA EM PAPEL' TO    OCR-MOTIVO
              WHEN DEV-DS-ENDER-CONTATO NOT EQUAL
                                        DS-ENDER-CONTATO OF GOTFB0H2
                 MOVE 'ENDERECO NAO VIGENTE' TO OCR-MOTIVO
              WHEN DEV-DT-FALHA     IS LESS THAN
                                        DT-OPT-IN OF GOTFB0H2
                 MOVE 'FALHA ANTERIOR AO OPT-IN' TO
                                                OCR-MOTIVO
              WHEN DEV-DT-FALHA     NOT GREATER THAN
                                        DT-ULT-FALHA OF GOTFB0H2
                 MOVE 'FALHA JA CONTADA NO DIA' TO
                                                OCR-MOTIVO
              WHEN OTHER
                 MOVE SPACES            TO      OCR-MOTIVO
           END-EVALUATE.

           IF OCR-MOTIVO            NOT EQUAL   SPACES
              PERFORM 5100-NAO-CONTAR
              GO TO 5000-99-FIM
           END-IF.

           COMPUTE WRK-QTD-FALHAS       =  QT-FALHA-ENTREG OF GOTFB0H2
                                        +  1.

           IF WRK-QTD-FALHAS        IS LESS THAN WRK-QTD-MAX-FALHAS
              PERFORM 5200-CONTAR-FALHA
           ELSE
              PERFORM 5300-RETORNAR-PAPEL
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-NAO-CONTAR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-NAO-CONTAR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           ADD 1                        TO      WRK-NAO-CONTADAS.

           MOVE ZEROS                   TO      OCR-QT-FALHA-ENTREG.

           PERFORM 5900-GRAVAR-OCORRENCIA.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-CONTAR-FALHA               SECTION.
      *----------------------------------------------------------------*

           MOVE '5200-CONTAR-FALHA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TPREF_ENTREG_CLIEN
                   SET QT_FALHA_ENTREG = :WRK-QTD-FALHAS,
                       DT_ULT_FALHA    = :DEV-DT-FALHA
                 WHERE NCONTA_CLIEN    = :GOTFB0H2.NCONTA-CLIEN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPREF_ENTREG_CLIEN' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-FALHAS-CONTADAS.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LIMITE DE FALHAS ATINGIDO: A CONTA VOLTA AO PAPEL, GUARDANDO  *
      * O CANAL ANTERIOR E A DATA DO RETORNO, E SAI EM GOTF056R PARA  *
      * O ATENDIMENTO. O CONTADOR FICA COM O TOTAL ATINGIDO ATE UM    *
      * NOVO OPT-IN                                                   *
      *----------------------------------------------------------------*
       5300-RETORNAR-PAPEL             SECTION.
      *----------------------------------------------------------------*

           MOVE '5300-RETORNAR-PAPEL'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TPREF_ENTREG_CLIEN
                   SET CCANAL_ANTERIOR  = CCANAL_ENTREG,
                       CCANAL_ENTREG    = 'P',
                       QT_FALHA_ENTREG  = :WRK-QTD-FALHAS,
                       DT_ULT_FALHA     = :DEV-DT-FALHA,
                       DT_RETORNO_PAPEL = :WRK-DATA-PROCESSO,
                       CUSUAR_ULT_ALTER = 'GOTF2DVE',
                       DT_ULT_ALTER     = :WRK-DATA-PROCESSO
                 WHERE NCONTA_CLIEN     = :GOTFB0H2.NCONTA-CLIEN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPREF_ENTREG_CLIEN' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-FALHAS-CONTADAS
                                                WRK-RETORNOS-PAPEL.

           MOVE WRK-QTD-FALHAS          TO      OCR-QT-FALHA-ENTREG.
           MOVE 'RETORNO AO PAPEL'      TO      OCR-MOTIVO.

           PERFORM 5900-GRAVAR-OCORRENCIA.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5900-GRAVAR-OCORRENCIA          SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-GRAVAR-OCORRENCIA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FD-GOTF056E             TO      OCR-REGISTRO-ORIGINAL.

           MOVE WRK-REG-OCORRENCIA      TO      FD-GOTF056R.

           WRITE FD-GOTF056R.

           PERFORM 1120-TESTAR-FS-GOTF056R.

           ADD 1                        TO      WRK-GRAVADOS-GOTF056R.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2DVE ***********'
           DISPLAY '*                              *'
           DISPLAY '*  DEVOLUCOES DE ENTREGA       *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* LIMITE DE FALHAS  : ' WRK-QTD-MAX-FALHAS
           DISPLAY '* LIDOS    GOTF056E : ' WRK-LIDOS-GOTF056E
           DISPLAY '* FALHAS CONTADAS   : ' WRK-FALHAS-CONTADAS
           DISPLAY '* RETORNOS AO PAPEL : ' WRK-RETORNOS-PAPEL
           DISPLAY '* NAO CONTADAS      : ' WRK-NAO-CONTADAS
           DISPLAY '* GRAVADOS GOTF056R : ' WRK-GRAVADOS-GOTF056R
           DISPLAY '*********** GOTF2DVE ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF056E.
           CLOSE GOTF056R.

           PERFORM 1110-TESTAR-FS-GOTF056E.
           PERFORM 1120-TESTAR-FS-GOTF056R.

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

           MOVE 'GOTF2DVE'              TO      FRWKGHEA-NOME-PROGRAMA.

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
