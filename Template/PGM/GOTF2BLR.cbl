      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2BLR.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2BLR                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  ABRIL/2028                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF058E          I              WRK-REG-PAGTO  *
      *                GOTF058R          O              WRK-REG-OCORR  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *    GOTFWINT - AREA DE COMUNICACAO COM O GOTF1100               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TBOLETO_TARIF             GOTFB0H4       *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TPARC_EVNTO_TARIF         GOTFB0D1       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    GOTF1100 - CONTROLE DE INTEGRIDADE DE ARQUIVO (HMAC)        *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    ABR/2028 - HOMI - PROGRAMA CRIADO. RETORNO DE PAGAMENTO DOS *
      *               BOLETOS EMITIDOS PELO GOTF2REM (GOTF057S) PARA   *
      *               OS EVENTOS DE CONTA SEM AUTORIZACAO DE DEBITO:   *
      *               LE O ARQUIVO GOTF058E DO BANCO COBRADOR (HEADER  *
      *               COM QUANTIDADE, DETALHE POR BOLETO PAGO COM      *
      *               NOSSO NUMERO, DATA E VALOR PAGOS, TRAILER DE     *
      *               CONTROLE), LIQUIDA O BOLETO EM TBOLETO_TARIF     *
      *               ('L', COM DATA E VALOR PAGOS) E O EVENTO COBRADO *
      *               EM TSIT_MOVTO_TARIF (CSIT_COBR_TARIF 'P' E       *
      *               CSIT_EVNTO_TARIF 'L'), COMO O GOTF2RET FAZ PARA  *
      *               O DEBITO PAGO. BOLETO NAO ENCONTRADO, JA         *
      *               LIQUIDADO OU PAGO A MENOR E EVENTO QUE JA SAIU   *
      *               DE COBRANCA VAO PARA GOTF058R. BOLETO JA         *
      *               LIQUIDADO NAO E TOCADO, ENTAO O RERUN COMPLETO E *
      *               SEGURO E O JOB NAO USA CHECKPOINT/RESTART.       *
      *    DEZ/2028 - HOMI - CONTROLE DE INTEGRIDADE DO RETORNO DE     *
      *               BOLETOS, NO MESMO DESENHO DO GOTF2RET: O TRAILER *
      *               DE GOTF058E GANHA TRL-VLR-HASH (TOTAL HASH DE    *
      *               PAG-VLR-PAGO DOS DETALHES) E TRL-DIGEST          *
      *               (HMAC-SHA-256 DE HEADER, DETALHES E TRAILER COM  *
      *               O CAMPO EM BRANCO, CHAVE                         *
      *               'GOTF.HMAC.REMESSA.BOLETO' - MODULO GOTF1100),   *
      *               FILLER 90 -> 43. NOVA SECAO                      *
      *               1500-VERIFICAR-INTEGRIDADE CONFERE O ARQUIVO     *
      *               INTEIRO ANTES DE LIQUIDAR QUALQUER BOLETO:       *
      *               DIGEST, TOTAL HASH OU QUANTIDADE DIVERGENTE, OU  *
      *               TRAILER AUSENTE, RECUSA O ARQUIVO TODO COM       *
      *               GOTF9970 NO LOG DO FRAMEWORK E ABEND. CONFERIDO, *
      *               O ARQUIVO E REABERTO PARA O PROCESSAMENTO NORMAL.*
      *    DEZ/2028 - HOMI - BOLETO DE PARCELA (NSEQ_PARC DE           *
      *               TBOLETO_TARIF PREENCHIDO PELO GOTF2REM PARA A    *
      *               PARCELA VENCIDA DE CONTA SEM AUTORIZACAO): O     *
      *               PAGAMENTO LIQUIDA A PARCELA EM TPARC_EVNTO_TARIF *
      *               ('R' -> 'L') E O EVENTO SO E LIQUIDADO QUANDO    *
      *               NAO RESTA PARCELA PENDENTE OU REMETIDA, COMO NO  *
      *               GOTF2RET. PARCELA QUE JA SAIU DE COBRANCA VAI    *
      *               PARA GOTF058R.                                   *
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

           SELECT GOTF058E ASSIGN      TO   UT-S-GOTF058E
                      FILE STATUS      IS   WRK-FS-GOTF058E.

           SELECT GOTF058R ASSIGN      TO   UT-S-GOTF058R
                      FILE STATUS      IS   WRK-FS-GOTF058R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT: GOTF058E - RETORNO DE PAGAMENTO DE BOLETOS            *
      *            ORG. SEQUENCIAL     -   LRECL   =  100              *
      *----------------------------------------------------------------*
       FD  GOTF058E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF058E                 PIC  X(100).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF058R - PAGAMENTOS DE BOLETO NAO LIQUIDADOS       *
      *            ORG. SEQUENCIAL     -   LRECL   =  150              *
      *----------------------------------------------------------------*
       FD  GOTF058R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF058R                 PIC  X(150).

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
      * CONTROLE DE INTEGRIDADE DE GOTF058E (MODULO GOTF1100): O       *
      * ARQUIVO INTEIRO E CONFERIDO - DIGEST HMAC, TOTAL HASH DOS      *
      * VALORES PAGOS E QUANTIDADE DE DETALHES DO TRAILER - ANTES      *
      * DE QUALQUER RETORNO SER APLICADO                               *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1100                PIC  X(08)  VALUE  'GOTF1100'.
       77  WRK-ROTULO-HMAC-BOLETO      PIC  X(64)  VALUE
           'GOTF.HMAC.REMESSA.BOLETO'.

       COPY GOTFWINT.

       01  WRK-SW-FIM-INTEGRIDADE      PIC  X(01)  VALUE 'N'.
           88  WRK-FIM-INTEGRIDADE                 VALUE 'S'.
       01  WRK-SW-TRAILER-INTEGRIDADE  PIC  X(01)  VALUE 'N'.
           88  WRK-TRAILER-INTEGRIDADE             VALUE 'S'.
       01  WRK-DIGEST-RECEBIDO         PIC  X(32)  VALUE SPACES.
       01  WRK-HASH-RECEBIDO           PIC  9(13)V9(02) VALUE ZEROS.
       01  WRK-HASH-CALCULADO          PIC  9(13)V9(02) VALUE ZEROS.
       01  WRK-DETALHES-INTEGRIDADE    PIC  9(09)  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.

       01  WRK-VLR-PAGO                PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

       01  WRK-QTD-PARC-ABERTAS        PIC S9(09) COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-GOTF058E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-BOLETOS-LIQUIDADOS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-EVENTOS-LIQUIDADOS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PARC-LIQUIDADAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-NAO-LIQUIDADOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GRAVADOS-GOTF058R     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-VLR-TOTAL-LIQUIDADO   PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF058E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF058R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA GOTF058E                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-PAGAMENTO.
         05  PAG-TIPO-REGISTRO         PIC  X(001).
         05  PAG-NNOSSO-NUMERO         PIC  9(011).
         05  PAG-DT-PAGTO              PIC  X(010).
         05  PAG-VLR-PAGO              PIC  9(013)V9(002).
         05  FILLER                    PIC  X(063).

       01  WRK-REG-HEADER-GOTF058E.
         05  HDR-TIPO-REGISTRO         PIC  X(001).
           88  HDR-EH-HEADER                       VALUE 'H'.
         05  HDR-QTD-REGISTROS         PIC  9(009).
         05  HDR-DT-GERACAO            PIC  X(010).
         05  FILLER                    PIC  X(080).

       01  WRK-REG-TRAILER-GOTF058E.
         05  TRL-TIPO-REGISTRO         PIC  X(001).
           88  TRL-EH-TRAILER                      VALUE 'T'.
         05  TRL-QTD-REGISTROS         PIC  9(009).
         05  TRL-VLR-HASH              PIC  9(013)V9(002).
         05  TRL-DIGEST                PIC  X(032).
         05  FILLER                    PIC  X(043).

       01  WRK-QTD-REGISTROS-HEADER    PIC  9(009) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF058R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-OCORRENCIA.
         05  OCR-REGISTRO-ORIGINAL     PIC  X(100).
         05  OCR-VLR-BOLETO            PIC  9(013)V9(002).
         05  OCR-MOTIVO                PIC  X(030).
         05  FILLER                    PIC  X(005).

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
               INCLUDE GOTFB0H4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0B7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D1
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

           PERFORM 2100-LER-GOTF058E.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-FS-GOTF058E      EQUAL   '10'.

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

           OPEN INPUT   GOTF058E.
           OPEN OUTPUT  GOTF058R.

           PERFORM 1110-TESTAR-FS-GOTF058E.
           PERFORM 1120-TESTAR-FS-GOTF058R.

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

           PERFORM 1500-VERIFICAR-INTEGRIDADE.

           PERFORM 2050-VALIDAR-HEADER.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-GOTF058E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF058E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF058E       NOT EQUAL   '00'
              MOVE 'GOTF058E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF058E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-GOTF058R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1120-TESTAR-FS-GOTF058R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF058R       NOT EQUAL   '00'
              MOVE 'GOTF058R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF058R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERE O ARQUIVO GOTF058E INTEIRO ANTES DE QUALQUER
      *    LIQUIDACAO: DIGEST HMAC DE HEADER, DETALHES E TRAILER (COM
      *    O CAMPO DO DIGEST EM BRANCO), TOTAL HASH DOS VALORES
      *    PAGOS E QUANTIDADE DE DETALHES. QUALQUER DIVERGENCIA
      *    RECUSA O ARQUIVO TODO COM ALERTA NO LOG DO FRAMEWORK E
      *    ABEND; CONFERIDO, O ARQUIVO E REABERTO PARA O PROCESSAMENTO.
      *----------------------------------------------------------------*
       1500-VERIFICAR-INTEGRIDADE      SECTION.
      *----------------------------------------------------------------*

           MOVE '1500-VERIFICAR-INTEGRIDADE' TO FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFWINT.
           MOVE WRK-ROTULO-HMAC-BOLETO   TO      GOTFWINT-ROTULO-CHAVE.
           SET  GOTFWINT-INICIAR        TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

           PERFORM 1510-LER-INTEGRIDADE
             UNTIL WRK-FIM-INTEGRIDADE.

           IF NOT WRK-TRAILER-INTEGRIDADE
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'GOTF058E SEM TRAILER DE INTEGRIDADE - ARQUIVO RECUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           SET  GOTFWINT-FINALIZAR      TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

           IF GOTFWINT-DIGEST       NOT EQUAL   WRK-DIGEST-RECEBIDO
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'DIGEST DE INTEGRIDADE DIVERGENTE EM GOTF058E - ARQUIVO RE
      -       'CUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-HASH-CALCULADO    NOT EQUAL   WRK-HASH-RECEBIDO
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL HASH DE VALORES DIVERGENTE EM GOTF058E - ARQUIVO RE
      -       'CUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF TRL-QTD-REGISTROS     NOT EQUAL   WRK-DETALHES-INTEGRIDADE
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'QUANTIDADE DO TRAILER DIVERGENTE EM GOTF058E - ARQUIVO RE
      -       'CUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           DISPLAY '*** GOTF2BLR: GOTF058E CONFERIDO - '
                   GOTFWINT-QTD-REGISTROS ' REGISTROS, DIGEST '
                   GOTFWINT-DIGEST ' ***'.

           CLOSE GOTF058E.
           PERFORM 1110-TESTAR-FS-GOTF058E.

           OPEN INPUT   GOTF058E.
           PERFORM 1110-TESTAR-FS-GOTF058E.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1510-LER-INTEGRIDADE            SECTION.
      *----------------------------------------------------------------*

           MOVE '1510-LER-INTEGRIDADE'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF058E.

           IF WRK-FS-GOTF058E           EQUAL   '10'
              SET WRK-FIM-INTEGRIDADE   TO      TRUE
              GO TO 1510-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-GOTF058E.

           EVALUATE FD-GOTF058E(1:1)
              WHEN 'T'
                 MOVE FD-GOTF058E       TO      WRK-REG-TRAILER-GOTF058E
                 MOVE TRL-DIGEST        TO      WRK-DIGEST-RECEBIDO
                 IF TRL-VLR-HASH        NUMERIC
                    MOVE TRL-VLR-HASH   TO      WRK-HASH-RECEBIDO
                 END-IF
                 MOVE SPACES            TO      TRL-DIGEST
                 MOVE WRK-REG-TRAILER-GOTF058E
                                        TO      FD-GOTF058E
                 SET WRK-TRAILER-INTEGRIDADE TO TRUE
                 SET WRK-FIM-INTEGRIDADE     TO TRUE
              WHEN 'D'
                 MOVE FD-GOTF058E       TO      WRK-REG-PAGAMENTO
                 ADD 1                  TO      WRK-DETALHES-INTEGRIDADE
                 IF PAG-VLR-PAGO        NUMERIC
                    ADD PAG-VLR-PAGO TO     WRK-HASH-CALCULADO
                 END-IF
           END-EVALUATE.

           MOVE FD-GOTF058E             TO      GOTFWINT-REGISTRO.
           MOVE LENGTH OF FD-GOTF058E   TO      GOTFWINT-TAM-REGISTRO.
           SET  GOTFWINT-ACUMULAR       TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PRIMEIRO REGISTRO FISICO DE GOTF058E, ESPERANDO UM        *
      * HEADER ('H') COM O TOTAL DE REGISTROS DE CORPO, NO MESMO MOLDE *
      * DO GOTF033E                                                    *
      *----------------------------------------------------------------*
       2050-VALIDAR-HEADER             SECTION.
      *----------------------------------------------------------------*

           MOVE '2050-VALIDAR-HEADER'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO
                                             WRK-QTD-REGISTROS-HEADER.

           READ GOTF058E                INTO    WRK-REG-HEADER-GOTF058E.

           IF WRK-FS-GOTF058E           EQUAL   '10'
              NEXT SENTENCE
           ELSE
              PERFORM 1110-TESTAR-FS-GOTF058E

              IF NOT HDR-EH-HEADER
                 MOVE 'GOTF9994'           TO      FRWKGLIV-COD-MENSAGEM
                 MOVE
                 'REGISTRO HEADER AUSENTE OU INVALIDO EM GOTF058E'
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
              'REGISTRO TRAILER AUSENTE OU INVALIDO NO ARQUIVO GOTF058E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF (TRL-QTD-REGISTROS        NOT EQUAL WRK-LIDOS-GOTF058E)
              OR (WRK-QTD-REGISTROS-HEADER NOT EQUAL WRK-LIDOS-GOTF058E)
              MOVE 'GOTF9992'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL DE CONTROLE DIVERGE DO LIDO EM GOTF058E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-GOTF058E               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-GOTF058E'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF058E                INTO    WRK-REG-PAGAMENTO.

           IF WRK-FS-GOTF058E           EQUAL   '10'
              NEXT SENTENCE
           ELSE
              PERFORM 1110-TESTAR-FS-GOTF058E

              IF FD-GOTF058E(1:1)          EQUAL   'T'
                 MOVE FD-GOTF058E          TO
                                                WRK-REG-TRAILER-GOTF058E
                 PERFORM 2060-VALIDAR-TRAILER
                 MOVE '10'                 TO      WRK-FS-GOTF058E
              ELSE
                 ADD     1              TO      WRK-LIDOS-GOTF058E
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 5000-APLICAR-PAGAMENTO.

           PERFORM 2100-LER-GOTF058E.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LIQUIDA O BOLETO PAGO E O EVENTO COBRADO POR ELE. BOLETO NAO  *
      * ENCONTRADO, JA LIQUIDADO OU PAGO A MENOR SO VAI PARA GOTF058R *
      *----------------------------------------------------------------*
       5000-APLICAR-PAGAMENTO          SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-APLICAR-PAGAMENTO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      OCR-VLR-BOLETO.

           IF PAG-TIPO-REGISTRO     NOT EQUAL   'D'
              OR PAG-NNOSSO-NUMERO  NOT NUMERIC
              OR PAG-VLR-PAGO       NOT NUMERIC
              OR PAG-DT-PAGTO           EQUAL   SPACES
              MOVE 'REGISTRO INVALIDO'  TO      OCR-MOTIVO
              PERFORM 5100-NAO-LIQUIDAR
              GO TO 5000-99-FIM
           END-IF.

           MOVE PAG-NNOSSO-NUMERO       TO      NNOSSO-NUMERO
                                                OF GOTFB0H4.
           MOVE PAG-VLR-PAGO            TO      WRK-VLR-PAGO.

           EXEC SQL
                SELECT CSIST_ORIGE_TARIF,
                       DRECEB_MOVTO_TARIF,
                       NMOVTO_EVNTO_TARIF,
                       VVALOR_BOLETO,
                       CSIT_BOLETO,
                       NSEQ_PARC
                  INTO :GOTFB0H4.CSIST-ORIGE-TARIF,
                       :GOTFB0H4.DRECEB-MOVTO-TARIF,
                       :GOTFB0H4.NMOVTO-EVNTO-TARIF,
                       :GOTFB0H4.VVALOR-BOLETO,
                       :GOTFB0H4.CSIT-BOLETO,
                       :GOTFB0H4.NSEQ-PARC
                  FROM DB2PRD.TBOLETO_TARIF
                 WHERE NNOSSO_NUMERO = :GOTFB0H4.NNOSSO-NUMERO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 MOVE VVALOR-BOLETO OF GOTFB0H4
                                        TO      OCR-VLR-BOLETO
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'BOLETO NAO ENCONTRADO'
                                        TO      OCR-MOTIVO
                 PERFORM 5100-NAO-LIQUIDAR
                 GO TO 5000-99-FIM
              WHEN OTHER
                 MOVE 'TBOLETO_TARIF'   TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0010'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           EVALUATE TRUE
              WHEN BOLETO-LIQUIDADO OF GOTFB0H4
                 MOVE 'BOLETO JA LIQUIDADO' TO  OCR-MOTIVO
              WHEN WRK-VLR-PAGO     IS LESS THAN
                                        VVALOR-BOLETO OF GOTFB0H4
                 MOVE 'PAGAMENTO A MENOR' TO    OCR-MOTIVO
              WHEN OTHER
                 MOVE SPACES            TO      OCR-MOTIVO
           END-EVALUATE.

           IF OCR-MOTIVO            NOT EQUAL   SPACES
              PERFORM 5100-NAO-LIQUIDAR
              GO TO 5000-99-FIM
           END-IF.

           PERFORM 5200-LIQUIDAR-BOLETO.

           IF NSEQ-PARC OF GOTFB0H4     GREATER ZEROS
              PERFORM 5400-LIQUIDAR-PARCELA
           ELSE
              PERFORM 5300-LIQUIDAR-EVENTO
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-NAO-LIQUIDAR               SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-NAO-LIQUIDAR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           ADD 1                        TO      WRK-NAO-LIQUIDADOS.

           PERFORM 5900-GRAVAR-OCORRENCIA.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-LIQUIDAR-BOLETO            SECTION.
      *----------------------------------------------------------------*

           MOVE '5200-LIQUIDAR-BOLETO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TBOLETO_TARIF
                   SET CSIT_BOLETO   = 'L',
                       DT_PAGTO      = :PAG-DT-PAGTO,
                       VVALOR_PAGO   = :WRK-VLR-PAGO
                 WHERE NNOSSO_NUMERO = :GOTFB0H4.NNOSSO-NUMERO
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TBOLETO_TARIF'      TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-BOLETOS-LIQUIDADOS.
           ADD WRK-VLR-PAGO             TO      WRK-VLR-TOTAL-LIQUIDADO.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LIQUIDA O EVENTO COBRADO PELO BOLETO, COMO O GOTF2RET FAZ NO  *
      * DEBITO PAGO. SO EVENTO AINDA REMETIDO ('R'); EVENTO QUE JA    *
      * SAIU DE COBRANCA (BAIXA, ESTORNO) FICA COMO ESTA E SAI EM     *
      * GOTF058R, COM O BOLETO JA LIQUIDADO, PARA TRATAMENTO          *
      *----------------------------------------------------------------*
       5300-LIQUIDAR-EVENTO            SECTION.
      *----------------------------------------------------------------*

           MOVE '5300-LIQUIDAR-EVENTO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CSIST-ORIGE-TARIF  OF GOTFB0H4
                                        TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0B7.
           MOVE DRECEB-MOVTO-TARIF OF GOTFB0H4
                                        TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0B7.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0H4
                                        TO      NMOVTO-EVNTO-TARIF
                                                OF GOTFB0B7.

           EXEC SQL
                UPDATE DB2PRD.TSIT_MOVTO_TARIF
                   SET CSIT_COBR_TARIF  = 'P',
                       CSIT_EVNTO_TARIF = 'L'
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
                   AND CSIT_EVNTO_TARIF   = 'R'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'EVENTO FORA DE COBRANCA'
                                        TO      OCR-MOTIVO
                 PERFORM 5900-GRAVAR-OCORRENCIA
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-UPDATE          TO     TRUE
                 MOVE '0030'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-EVENTOS-LIQUIDADOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LIQUIDA A PARCELA COBRADA PELO BOLETO, COMO O GOTF2RET FAZ NA  *
      * PARCELA DEBITADA. SO PARCELA AINDA REMETIDA ('R'); PARCELA    *
      * QUE JA SAIU DE COBRANCA (CANCELADA PELO GOTF2ENC) FICA COMO   *
      * ESTA E SAI EM GOTF058R. O EVENTO SO E LIQUIDADO QUANDO       *
      * NENHUMA PARCELA RESTA PENDENTE ('P') OU REMETIDA ('R')        *
      *----------------------------------------------------------------*
       5400-LIQUIDAR-PARCELA           SECTION.
      *----------------------------------------------------------------*

           MOVE '5400-LIQUIDAR-PARCELA' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CSIST-ORIGE-TARIF  OF GOTFB0H4
                                        TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0D1.
           MOVE DRECEB-MOVTO-TARIF OF GOTFB0H4
                                        TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0D1.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0H4
                                        TO      NMOVTO-EVNTO-TARIF
                                                OF GOTFB0D1.
           MOVE NSEQ-PARC          OF GOTFB0H4
                                        TO      NSEQ-PARC OF GOTFB0D1.

           EXEC SQL
                UPDATE DB2PRD.TPARC_EVNTO_TARIF
                   SET IN_SITUACAO = 'L'
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0D1.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0D1.NMOVTO-EVNTO-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0D1.DRECEB-MOVTO-TARIF
                   AND NSEQ_PARC          = :GOTFB0D1.NSEQ-PARC
                   AND IN_SITUACAO        = 'R'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'PARCELA FORA DE COBRANCA'
                                        TO      OCR-MOTIVO
                 PERFORM 5900-GRAVAR-OCORRENCIA
                 GO TO 5400-99-FIM
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPARC_EVNTO_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-UPDATE          TO     TRUE
                 MOVE '0040'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-PARC-LIQUIDADAS
           END-EVALUATE.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-PARC-ABERTAS
                  FROM DB2PRD.TPARC_EVNTO_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0D1.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0D1.NMOVTO-EVNTO-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0D1.DRECEB-MOVTO-TARIF
                   AND IN_SITUACAO       IN ('P', 'R')
           END-EXEC.

           IF SQLCODE               NOT EQUAL   ZEROS
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0041'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-PARC-ABERTAS      EQUAL   ZEROS
              PERFORM 5300-LIQUIDAR-EVENTO
           END-IF.

      *----------------------------------------------------------------*
       5400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5900-GRAVAR-OCORRENCIA          SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-GRAVAR-OCORRENCIA' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FD-GOTF058E             TO      OCR-REGISTRO-ORIGINAL.

           MOVE WRK-REG-OCORRENCIA      TO      FD-GOTF058R.

           WRITE FD-GOTF058R.

           PERFORM 1120-TESTAR-FS-GOTF058R.

           ADD 1                        TO      WRK-GRAVADOS-GOTF058R.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5995-CHAMAR-GOTF1100            SECTION.
      *----------------------------------------------------------------*

           MOVE '5995-CHAMAR-GOTF1100'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           CALL WRK-GOTF1100            USING   GOTFWINT.

           IF NOT GOTFWINT-OK
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE SPACES               TO      FRWKGLIV-PARAMETROS
              STRING 'ERRO NO CONTROLE DE INTEGRIDADE GOTF1100 RC '
                                        DELIMITED BY SIZE
                     GOTFWINT-COD-RETORNO
                                        DELIMITED BY SIZE
                     ' ICSF '           DELIMITED BY SIZE
                     GOTFWINT-ICSF-RETORNO
                                        DELIMITED BY SIZE
                     '/'                DELIMITED BY SIZE
                     GOTFWINT-ICSF-MOTIVO
                                        DELIMITED BY SIZE
                INTO FRWKGLIV-PARAMETROS
              END-STRING
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       5995-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2BLR ***********'
           DISPLAY '*                              *'
           DISPLAY '*  RETORNO DE BOLETOS          *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* LIDOS    GOTF058E : ' WRK-LIDOS-GOTF058E
           DISPLAY '* BOLETOS LIQUIDADOS: ' WRK-BOLETOS-LIQUIDADOS
           DISPLAY '* VALOR LIQUIDADO   : ' WRK-VLR-TOTAL-LIQUIDADO
           DISPLAY '* EVENTOS LIQUIDADOS: ' WRK-EVENTOS-LIQUIDADOS
           DISPLAY '* PARC. LIQUIDADAS  : ' WRK-PARC-LIQUIDADAS
           DISPLAY '* NAO LIQUIDADOS    : ' WRK-NAO-LIQUIDADOS
           DISPLAY '* GRAVADOS GOTF058R : ' WRK-GRAVADOS-GOTF058R
           DISPLAY '*********** GOTF2BLR ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF058E.
           CLOSE GOTF058R.

           PERFORM 1110-TESTAR-FS-GOTF058E.
           PERFORM 1120-TESTAR-FS-GOTF058R.

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

           MOVE 'GOTF2BLR'              TO      FRWKGHEA-NOME-PROGRAMA.

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
