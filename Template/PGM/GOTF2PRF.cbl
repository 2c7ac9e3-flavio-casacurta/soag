      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2PRF.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2PRF                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  ABRIL/2028                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF055E          I              WRK-REG-PREF   *
      *                GOTF055R          O              WRK-REG-OCORR  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *    GOTFWCAD - COMUNICACAO COM O MODULO GOTF1000                *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TPREF_ENTREG_CLIEN        GOTFB0H2       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    GOTF1000 - CONSULTA CADASTRAL DA CONTA DO CLIENTE           *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    ABR/2028 - HOMI - PROGRAMA CRIADO. CARGA DAS PREFERENCIAS   *
      *               DE ENTREGA DOS DOCUMENTOS DE SAIDA CAPTADAS      *
      *               PELOS CANAIS (INTERNET, APLICATIVO, AGENCIA):    *
      *               LE O ARQUIVO GOTF055E (HEADER COM QUANTIDADE,    *
      *               DETALHE POR CONTA, TRAILER DE CONTROLE) E GRAVA  *
      *               OU ALTERA A LINHA DA CONTA EM                    *
      *               TPREF_ENTREG_CLIEN: CANAL ('P' PAPEL, 'E'        *
      *               E-MAIL, 'D' SOMENTE CANAL DIGITAL), ENDERECO DE  *
      *               CONTATO E DATA DO OPT-IN (AUSENTE = DATA DO      *
      *               PROCESSAMENTO). TODO OPT-IN ELETRONICO ZERA O    *
      *               CONTADOR DE FALHAS DO GOTF2DVE; A VOLTA AO PAPEL *
      *               PEDIDA PELO CLIENTE MANTEM ENDERECO E            *
      *               CONTADORES. CANAL ELETRONICO SEM ENDERECO, CONTA *
      *               SEM CADASTRO (GOTF1000) E PEDIDO IGUAL AO QUE JA *
      *               VALE SAO RELACIONADOS EM GOTF055R.               *
      *    JUN/2028 - HOMI - O DETALHE TRAZ TAMBEM O PEDIDO DE NAO     *
      *               CONTATO DO CLIENTE (PRF-IN-NAO-CONTATO: 'S'/'N'; *
      *               BRANCO MANTEM O QUE VALE, OU 'N' NA INCLUSAO),   *
      *               GRAVADO EM IN_NAO_CONTATO E RESPEITADO PELA      *
      *               PESQUISA DE SATISFACAO SACL2PSQ. MUDAR SO O      *
      *               INDICADOR NAO E OPT-IN: NAO MEXE EM CANAL        *
      *               ANTERIOR NEM NOS CONTADORES.                     *
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

           SELECT GOTF055E ASSIGN      TO   UT-S-GOTF055E
                      FILE STATUS      IS   WRK-FS-GOTF055E.

           SELECT GOTF055R ASSIGN      TO   UT-S-GOTF055R
                      FILE STATUS      IS   WRK-FS-GOTF055R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT: GOTF055E - PREFERENCIAS DE ENTREGA DOS CANAIS         *
      *            ORG. SEQUENCIAL     -   LRECL   =  150              *
      *----------------------------------------------------------------*
       FD  GOTF055E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF055E                 PIC  X(150).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF055R - PREFERENCIAS NAO APLICADAS                *
      *            ORG. SEQUENCIAL     -   LRECL   =  150              *
      *----------------------------------------------------------------*
       FD  GOTF055R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF055R                 PIC  X(150).

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
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE COMUNICACAO COM GOTF1000           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-GOTF1000                PIC  X(08)  VALUE  'GOTF1000'.

       COPY GOTFWCAD.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-DATA-NULA               PIC  X(10) VALUE '0001-01-01'.

       01  WRK-CCANAL-ATUAL            PIC  X(01) VALUE SPACE.
       01  WRK-ENDER-ATUAL             PIC  X(80) VALUE SPACES.
       01  WRK-NAO-CONTATO-ATUAL       PIC  X(01) VALUE SPACE.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-GOTF055E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-INCLUIDAS-GOTFB0H2    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-ALTERADAS-GOTFB0H2    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GRAVADOS-GOTF055R     PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF055E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF055R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA GOTF055E                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-PREFERENCIA.
         05  PRF-TIPO-REGISTRO         PIC  X(001).
         05  PRF-NCONTA-CLIEN          PIC  9(013).
         05  PRF-CCANAL-ENTREG         PIC  X(001).
           88  PRF-CANAL-PAPEL                     VALUE 'P'.
           88  PRF-CANAL-ELETRONICO                VALUES 'E' 'D'.
         05  PRF-DS-ENDER-CONTATO      PIC  X(080).
         05  PRF-DT-OPT-IN             PIC  X(010).
         05  PRF-CUSUAR-SOLICITANTE    PIC  X(008).
         05  PRF-CORIGEM               PIC  X(003).
         05  PRF-IN-NAO-CONTATO        PIC  X(001).
           88  PRF-NAO-CONTATO-VALIDO              VALUES ' ' 'S' 'N'.
         05  FILLER                    PIC  X(033).

       01  WRK-REG-HEADER-GOTF055E.
         05  HDR-TIPO-REGISTRO         PIC  X(001).
           88  HDR-EH-HEADER                       VALUE 'H'.
         05  HDR-QTD-REGISTROS         PIC  9(009).
         05  HDR-DT-GERACAO            PIC  X(010).
         05  FILLER                    PIC  X(130).

       01  WRK-REG-TRAILER-GOTF055E.
         05  TRL-TIPO-REGISTRO         PIC  X(001).
           88  TRL-EH-TRAILER                      VALUE 'T'.
         05  TRL-QTD-REGISTROS         PIC  9(009).
         05  FILLER                    PIC  X(140).

       01  WRK-QTD-REGISTROS-HEADER    PIC  9(009) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF055R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-OCORRENCIA.
         05  OCR-REGISTRO-ORIGINAL     PIC  X(117).
         05  OCR-MOTIVO                PIC  X(030).
         05  FILLER                    PIC  X(003).

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

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 2100-LER-GOTF055E.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-FS-GOTF055E      EQUAL   '10'.

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

           OPEN INPUT   GOTF055E.
           OPEN OUTPUT  GOTF055R.

           PERFORM 1110-TESTAR-FS-GOTF055E.
           PERFORM 1120-TESTAR-FS-GOTF055R.

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
       1110-TESTAR-FS-GOTF055E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF055E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF055E       NOT EQUAL   '00'
              MOVE 'GOTF055E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF055E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-GOTF055R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1120-TESTAR-FS-GOTF055R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF055R       NOT EQUAL   '00'
              MOVE 'GOTF055R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF055R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PRIMEIRO REGISTRO FISICO DE GOTF055E, ESPERANDO UM        *
      * HEADER ('H') COM O TOTAL DE REGISTROS DE CORPO                 *
      *----------------------------------------------------------------*
       2050-VALIDAR-HEADER             SECTION.
      *----------------------------------------------------------------*

           MOVE '2050-VALIDAR-HEADER'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO
                                             WRK-QTD-REGISTROS-HEADER.

           READ GOTF055E                INTO    WRK-REG-HEADER-GOTF055E.

           IF WRK-FS-GOTF055E           EQUAL   '10'
              NEXT SENTENCE
           ELSE
              PERFORM 1110-TESTAR-FS-GOTF055E

              IF NOT HDR-EH-HEADER
                 MOVE 'GOTF9994'           TO      FRWKGLIV-COD-MENSAGEM
                 MOVE
                 'REGISTRO HEADER AUSENTE OU INVALIDO EM GOTF055E'
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
              'REGISTRO TRAILER AUSENTE OU INVALIDO NO ARQUIVO GOTF055E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF (TRL-QTD-REGISTROS        NOT EQUAL WRK-LIDOS-GOTF055E)
              OR (WRK-QTD-REGISTROS-HEADER NOT EQUAL WRK-LIDOS-GOTF055E)
              MOVE 'GOTF9992'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL DE CONTROLE DIVERGE DO LIDO EM GOTF055E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-GOTF055E               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-GOTF055E'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF055E                INTO    WRK-REG-PREFERENCIA.

           IF WRK-FS-GOTF055E           EQUAL   '10'
              NEXT SENTENCE
           ELSE
              PERFORM 1110-TESTAR-FS-GOTF055E

              IF FD-GOTF055E(1:1)          EQUAL   'T'
                 MOVE FD-GOTF055E          TO
                                                WRK-REG-TRAILER-GOTF055E
                 PERFORM 2060-VALIDAR-TRAILER
                 MOVE '10'                 TO      WRK-FS-GOTF055E
              ELSE
                 ADD     1              TO      WRK-LIDOS-GOTF055E
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 5000-APLICAR-PREFERENCIA.

           PERFORM 2100-LER-GOTF055E.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDA O PEDIDO DO CANAL E GRAVA OU ALTERA A PREFERENCIA DA   *
      * CONTA. PEDIDO INVALIDO OU IGUAL AO QUE JA VALE VAI PARA       *
      * GOTF055R                                                      *
      *----------------------------------------------------------------*
       5000-APLICAR-PREFERENCIA        SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-APLICAR-PREFERENCIA' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE TRUE
              WHEN PRF-TIPO-REGISTRO NOT EQUAL  'D'
                OR PRF-NCONTA-CLIEN  NOT NUMERIC
                OR PRF-NCONTA-CLIEN      EQUAL  ZEROS
                 MOVE 'REGISTRO INVALIDO' TO    OCR-MOTIVO
              WHEN NOT PRF-CANAL-PAPEL
               AND NOT PRF-CANAL-ELETRONICO
                 MOVE 'CANAL INVALIDO'  TO      OCR-MOTIVO
              WHEN PRF-CANAL-ELETRONICO
               AND PRF-DS-ENDER-CONTATO  EQUAL  SPACES
                 MOVE 'CANAL ELETRONICO SEM ENDERECO' TO
                                                OCR-MOTIVO
              WHEN NOT PRF-NAO-CONTATO-VALIDO
                 MOVE 'INDICADOR NAO CONTATO INVALIDO' TO
                                                OCR-MOTIVO
              WHEN OTHER
                 MOVE SPACES            TO      OCR-MOTIVO
           END-EVALUATE.

           IF OCR-MOTIVO            NOT EQUAL   SPACES
              PERFORM 5900-GRAVAR-OCORRENCIA
              GO TO 5000-99-FIM
           END-IF.

           INITIALIZE GOTFWCAD.
           MOVE PRF-NCONTA-CLIEN        TO      GOTFWCAD-NCONTA-CLIEN.

           CALL WRK-GOTF1000            USING   GOTFWCAD.

           EVALUATE TRUE
              WHEN GOTFWCAD-ERRO-DB2
                 MOVE GOTFWCAD-SQLCODE  TO      FRWKGDB2-SQLCODE
                 MOVE 'TCADT_CONTA_CLIEN' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0010'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN GOTFWCAD-CONTA-SEM-CADASTRO
                 MOVE 'CONTA SEM CADASTRO' TO   OCR-MOTIVO
                 PERFORM 5900-GRAVAR-OCORRENCIA
                 GO TO 5000-99-FIM
           END-EVALUATE.

           IF PRF-DT-OPT-IN             EQUAL   SPACES
              MOVE WRK-DATA-PROCESSO    TO      PRF-DT-OPT-IN
           END-IF.

           IF PRF-CUSUAR-SOLICITANTE    EQUAL   SPACES
              MOVE 'GOTF2PRF'           TO      PRF-CUSUAR-SOLICITANTE
           END-IF.

           MOVE PRF-NCONTA-CLIEN        TO      NCONTA-CLIEN
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
                 MOVE CCANAL-ENTREG OF GOTFB0H2
                                        TO      WRK-CCANAL-ATUAL
                 MOVE DS-ENDER-CONTATO OF GOTFB0H2
                                        TO      WRK-ENDER-ATUAL
                 MOVE IN-NAO-CONTATO OF GOTFB0H2
                                        TO      WRK-NAO-CONTATO-ATUAL
                 PERFORM 5200-ALTERAR-PREFERENCIA
              WHEN SQLCODE              EQUAL   +100
                 PERFORM 5100-INCLUIR-PREFERENCIA
              WHEN OTHER
                 MOVE 'TPREF_ENTREG_CLIEN' TO   FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0020'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-INCLUIR-PREFERENCIA        SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-INCLUIR-PREFERENCIA' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           IF PRF-IN-NAO-CONTATO        EQUAL   SPACE
              MOVE 'N'                  TO      PRF-IN-NAO-CONTATO
           END-IF.

           EXEC SQL
                INSERT INTO DB2PRD.TPREF_ENTREG_CLIEN
                      (NCONTA_CLIEN     ,
                       CCANAL_ENTREG    ,
                       DS_ENDER_CONTATO ,
                       DT_OPT_IN        ,
                       QT_FALHA_ENTREG  ,
                       DT_ULT_FALHA     ,
                       DT_RETORNO_PAPEL ,
                       CCANAL_ANTERIOR  ,
                       CUSUAR_ULT_ALTER ,
                       DT_ULT_ALTER     ,
                       IN_NAO_CONTATO)
                  VALUES
                      (:GOTFB0H2.NCONTA-CLIEN   ,
                       :PRF-CCANAL-ENTREG       ,
                       :PRF-DS-ENDER-CONTATO    ,
                       :PRF-DT-OPT-IN           ,
                       0                        ,
                       :WRK-DATA-NULA           ,
                       :WRK-DATA-NULA           ,
                       ' '                      ,
                       :PRF-CUSUAR-SOLICITANTE  ,
                       :WRK-DATA-PROCESSO       ,
                       :PRF-IN-NAO-CONTATO)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPREF_ENTREG_CLIEN' TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-INCLUIDAS-GOTFB0H2.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ALTERA A PREFERENCIA: OPT-IN ELETRONICO (NOVO CANAL OU NOVO   *
      * ENDERECO) ZERA O CONTADOR DE FALHAS; VOLTA AO PAPEL MANTEM    *
      * ENDERECO E CONTADORES. O CANAL QUE VALIA FICA EM               *
      * CCANAL_ANTERIOR                                                *
      *----------------------------------------------------------------*
       5200-ALTERAR-PREFERENCIA        SECTION.
      *----------------------------------------------------------------*

           MOVE '5200-ALTERAR-PREFERENCIA' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           IF PRF-IN-NAO-CONTATO        EQUAL   SPACE
              MOVE WRK-NAO-CONTATO-ATUAL TO     PRF-IN-NAO-CONTATO
           END-IF.

           IF PRF-CCANAL-ENTREG         EQUAL   WRK-CCANAL-ATUAL
              AND (PRF-CANAL-PAPEL
                   OR PRF-DS-ENDER-CONTATO EQUAL WRK-ENDER-ATUAL)
              IF PRF-IN-NAO-CONTATO     EQUAL   WRK-NAO-CONTATO-ATUAL
                 MOVE 'PREFERENCIA SEM ALTERACAO' TO
                                                OCR-MOTIVO
                 PERFORM 5900-GRAVAR-OCORRENCIA
                 GO TO 5200-99-FIM
              END-IF
              PERFORM 5250-ALTERAR-NAO-CONTATO
              GO TO 5200-99-FIM
           END-IF.

           IF PRF-CANAL-PAPEL
              EXEC SQL
                   UPDATE DB2PRD.TPREF_ENTREG_CLIEN
                      SET CCANAL_ANTERIOR  = CCANAL_ENTREG,
                          CCANAL_ENTREG    = 'P',
                          IN_NAO_CONTATO   = :PRF-IN-NAO-CONTATO,
                          CUSUAR_ULT_ALTER = :PRF-CUSUAR-SOLICITANTE,
                          DT_ULT_ALTER     = :WRK-DATA-PROCESSO
                    WHERE NCONTA_CLIEN     = :GOTFB0H2.NCONTA-CLIEN
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE DB2PRD.TPREF_ENTREG_CLIEN
                      SET CCANAL_ANTERIOR  = CCANAL_ENTREG,
                          CCANAL_ENTREG    = :PRF-CCANAL-ENTREG,
                          DS_ENDER_CONTATO = :PRF-DS-ENDER-CONTATO,
                          DT_OPT_IN        = :PRF-DT-OPT-IN,
                          QT_FALHA_ENTREG  = 0,
                          DT_ULT_FALHA     = :WRK-DATA-NULA,
                          IN_NAO_CONTATO   = :PRF-IN-NAO-CONTATO,
                          CUSUAR_ULT_ALTER = :PRF-CUSUAR-SOLICITANTE,
                          DT_ULT_ALTER     = :WRK-DATA-PROCESSO
                    WHERE NCONTA_CLIEN     = :GOTFB0H2.NCONTA-CLIEN
              END-EXEC
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPREF_ENTREG_CLIEN' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-ALTERADAS-GOTFB0H2.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MESMO CANAL E MESMO ENDERECO, SO MUDOU O PEDIDO DE NAO CONTATO:*
      * NAO E OPT-IN, CANAL ANTERIOR E CONTADORES FICAM COMO ESTAO     *
      *----------------------------------------------------------------*
       5250-ALTERAR-NAO-CONTATO        SECTION.
      *----------------------------------------------------------------*

           MOVE '5250-ALTERAR-NAO-CONTATO' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TPREF_ENTREG_CLIEN
                   SET IN_NAO_CONTATO   = :PRF-IN-NAO-CONTATO,
                       CUSUAR_ULT_ALTER = :PRF-CUSUAR-SOLICITANTE,
                       DT_ULT_ALTER     = :WRK-DATA-PROCESSO
                 WHERE NCONTA_CLIEN     = :GOTFB0H2.NCONTA-CLIEN
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPREF_ENTREG_CLIEN' TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0045'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-ALTERADAS-GOTFB0H2.

      *----------------------------------------------------------------*
       5250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5900-GRAVAR-OCORRENCIA          SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-GRAVAR-OCORRENCIA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FD-GOTF055E             TO      OCR-REGISTRO-ORIGINAL.

           MOVE WRK-REG-OCORRENCIA      TO      FD-GOTF055R.

           WRITE FD-GOTF055R.

           PERFORM 1120-TESTAR-FS-GOTF055R.

           ADD 1                        TO      WRK-GRAVADOS-GOTF055R.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2PRF ***********'
           DISPLAY '*                              *'
           DISPLAY '*  PREFERENCIAS DE ENTREGA     *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* LIDOS    GOTF055E : ' WRK-LIDOS-GOTF055E
           DISPLAY '* INCLUIDAS         : ' WRK-INCLUIDAS-GOTFB0H2
           DISPLAY '* ALTERADAS         : ' WRK-ALTERADAS-GOTFB0H2
           DISPLAY '* GRAVADOS GOTF055R : ' WRK-GRAVADOS-GOTF055R
           DISPLAY '*********** GOTF2PRF ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF055E.
           CLOSE GOTF055R.

           PERFORM 1110-TESTAR-FS-GOTF055E.
           PERFORM 1120-TESTAR-FS-GOTF055R.

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

           MOVE 'GOTF2PRF'              TO      FRWKGHEA-NOME-PROGRAMA.

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
