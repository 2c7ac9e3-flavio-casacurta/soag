      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2DVR.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2DVR                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  OUTUBRO/2027                                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF033E          I              WRK-REG-RETORNO*
      *                GOTF033R          O              WRK-REG-REJEITO*
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
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    GOTF1100 - CONTROLE DE INTEGRIDADE DE ARQUIVO (HMAC)        *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    OUT/2027 - HOMI - PROGRAMA CRIADO. RETORNO DA REMESSA DE    *
      *               CREDITO (DEVOLUCAO) GOTF032S GERADA PELO         *
      *               GOTF2DEV: LE O ARQUIVO GOTF033E DO SISTEMA DE    *
      *               DEBITO (HEADER COM QUANTIDADE E NUMERO DA        *
      *               GERACAO ECOADO, DETALHE POR EVENTO, TRAILER DE   *
      *               CONTROLE), CASA O RETORNO COM A GERACAO          *
      *               (NREMES_REEMB) E GRAVA NO EVENTO A SITUACAO E A  *
      *               DATA DA DEVOLUCAO: CREDITO EFETUADO ('P') ->     *
      *               CSIT_REEMB_TARIF 'D' (DEVOLVIDO); CREDITO        *
      *               RECUSADO ('R') OU CONTA ENCERRADA ('E') -> 'F',  *
      *               RELACIONADO TAMBEM EM GOTF033R PARA O            *
      *               ATENDIMENTO TRATAR A DEVOLUCAO POR OUTRO MEIO.   *
      *               SO EVENTO AINDA REMETIDO ('R') NA MESMA GERACAO  *
      *               E ATUALIZADO - RETORNO REPETIDO NAO ALTERA NADA  *
      *               E O EVENTO NUNCA E DEVOLVIDO DUAS VEZES.         *
      *    DEZ/2028 - HOMI - CONTROLE DE INTEGRIDADE DO RETORNO DE     *
      *               CREDITO, NO MESMO DESENHO DO GOTF2RET: O DETALHE *
      *               DE GOTF033E GANHA RET-VLR-CREDITADO (FILLER      *
      *               52 -> 37) E O TRAILER GANHA TRL-VLR-HASH (TOTAL  *
      *               HASH DOS VALORES CREDITADOS) E TRL-DIGEST        *
      *               (HMAC-SHA-256 DE HEADER, DETALHES E TRAILER COM  *
      *               O CAMPO EM BRANCO, CHAVE                         *
      *               'GOTF.HMAC.REMESSA.CREDITO' - MODULO GOTF1100),  *
      *               FILLER 70 -> 23. NOVA SECAO                      *
      *               1500-VERIFICAR-INTEGRIDADE CONFERE O ARQUIVO     *
      *               INTEIRO ANTES DE APLICAR QUALQUER RETORNO:       *
      *               DIGEST, TOTAL HASH OU QUANTIDADE DIVERGENTE, OU  *
      *               TRAILER AUSENTE, RECUSA O ARQUIVO TODO COM       *
      *               GOTF9970 NO LOG DO FRAMEWORK E ABEND. CONFERIDO, *
      *               O ARQUIVO E REABERTO PARA O PROCESSAMENTO NORMAL.*
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

           SELECT GOTF033E ASSIGN      TO   UT-S-GOTF033E
                      FILE STATUS      IS   WRK-FS-GOTF033E.

           SELECT GOTF033R ASSIGN      TO   UT-S-GOTF033R
                      FILE STATUS      IS   WRK-FS-GOTF033R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT: GOTF033E - RETORNO DA REMESSA DE CREDITO (DEVOLUCAO)  *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF033E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF033E                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF033R - DEVOLUCOES RECUSADAS/NAO APLICADAS        *
      *            ORG. SEQUENCIAL     -   LRECL   =  130              *
      *----------------------------------------------------------------*
       FD  GOTF033R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF033R                 PIC  X(130).

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
      * CONTROLE DE INTEGRIDADE DE GOTF033E (MODULO GOTF1100): O       *
      * ARQUIVO INTEIRO E CONFERIDO - DIGEST HMAC, TOTAL HASH DOS      *
      * VALORES CREDITADOS E QUANTIDADE DE DETALHES DO TRAILER - ANTES *
      * DE QUALQUER RETORNO SER APLICADO                               *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1100                PIC  X(08)  VALUE  'GOTF1100'.
       77  WRK-ROTULO-HMAC-CREDITO     PIC  X(64)  VALUE
           'GOTF.HMAC.REMESSA.CREDITO'.

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
       01  WRK-SIT-REEMB               PIC  X(01) VALUE SPACE.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTROLE DE DUPLICIDADE/QUANTIDADE DO RETORNO PELA GERACAO    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-NREMES-RETORNO          PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-QTD-GERACAO             PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-QTD-GERACAO-ABERTA      PIC S9(09) COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-GOTF033E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-DEVOLVIDOS-GOTFB0B7   PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-RECUSADOS-GOTFB0B7    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-ENCERRADAS-GOTFB0B7   PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REJEITADOS-GOTF033R   PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF033E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF033R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA GOTF033E                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-RETORNO.
         05  RET-TIPO-REGISTRO         PIC  X(001).
           88  RET-EH-DETALHE                      VALUE 'D'.
         05  RET-CSIST-ORIGE-TARIF     PIC  X(003).
         05  RET-NMOVTO-EVNTO-TARIF    PIC  9(013).
         05  RET-DRECEB-MOVTO-TARIF    PIC  X(010).
         05  RET-SIT-RETORNO           PIC  X(001).
           88  RET-CREDITADO                       VALUE 'P'.
           88  RET-RECUSADO                        VALUE 'R'.
           88  RET-CONTA-ENCERRADA                 VALUE 'E'.
           88  RET-SIT-VALIDA                      VALUES 'P' 'R' 'E'.
         05  RET-VLR-CREDITADO         PIC  9(013)V9(002).
         05  FILLER                    PIC  X(037).

       01  WRK-REG-HEADER-GOTF033E.
         05  HDR-TIPO-REGISTRO         PIC  X(001).
           88  HDR-EH-HEADER                       VALUE 'H'.
         05  HDR-QTD-REGISTROS         PIC  9(009).
         05  HDR-NREMES                PIC  9(009).
         05  FILLER                    PIC  X(061).

       01  WRK-REG-TRAILER-GOTF033E.
         05  TRL-TIPO-REGISTRO         PIC  X(001).
           88  TRL-EH-TRAILER                      VALUE 'T'.
         05  TRL-QTD-REGISTROS         PIC  9(009).
         05  TRL-VLR-HASH              PIC  9(013)V9(002).
         05  TRL-DIGEST                PIC  X(032).
         05  FILLER                    PIC  X(023).

       01  WRK-QTD-REGISTROS-HEADER    PIC  9(009) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF033R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-REJEITO.
         05  REJ-REGISTRO-ORIGINAL     PIC  X(080).
         05  REJ-SQLCODE               PIC S9(009) COMP-3.
         05  REJ-NOME-TABELA           PIC  X(018).
         05  REJ-MOTIVO                PIC  X(020).
         05  FILLER                    PIC  X(007).

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
               INCLUDE GOTFB0B7
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

           PERFORM 2100-LER-GOTF033E.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-FS-GOTF033E      EQUAL   '10'.

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

           OPEN INPUT   GOTF033E.
           OPEN OUTPUT  GOTF033R.

           PERFORM 1110-TESTAR-FS-GOTF033E.
           PERFORM 1120-TESTAR-FS-GOTF033R.

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

           PERFORM 2070-VALIDAR-GERACAO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-GOTF033E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF033E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF033E       NOT EQUAL   '00'
              MOVE 'GOTF033E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF033E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-GOTF033R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1120-TESTAR-FS-GOTF033R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF033R       NOT EQUAL   '00'
              MOVE 'GOTF033R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF033R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERE O ARQUIVO GOTF033E INTEIRO ANTES DE QUALQUER
      *    APLICACAO: DIGEST HMAC DE HEADER, DETALHES E TRAILER (COM
      *    O CAMPO DO DIGEST EM BRANCO), TOTAL HASH DOS VALORES
      *    CREDITADOS E QUANTIDADE DE DETALHES. QUALQUER DIVERGENCIA
      *    RECUSA O ARQUIVO TODO COM ALERTA NO LOG DO FRAMEWORK E
      *    ABEND; CONFERIDO, O ARQUIVO E REABERTO PARA O PROCESSAMENTO.
      *----------------------------------------------------------------*
       1500-VERIFICAR-INTEGRIDADE      SECTION.
      *----------------------------------------------------------------*

           MOVE '1500-VERIFICAR-INTEGRIDADE' TO FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFWINT.
           MOVE WRK-ROTULO-HMAC-CREDITO  TO      GOTFWINT-ROTULO-CHAVE.
           SET  GOTFWINT-INICIAR        TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

           PERFORM 1510-LER-INTEGRIDADE
             UNTIL WRK-FIM-INTEGRIDADE.

           IF NOT WRK-TRAILER-INTEGRIDADE
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'GOTF033E SEM TRAILER DE INTEGRIDADE - ARQUIVO RECUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           SET  GOTFWINT-FINALIZAR      TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

           IF GOTFWINT-DIGEST       NOT EQUAL   WRK-DIGEST-RECEBIDO
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'DIGEST DE INTEGRIDADE DIVERGENTE EM GOTF033E - ARQUIVO RE
      -       'CUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-HASH-CALCULADO    NOT EQUAL   WRK-HASH-RECEBIDO
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL HASH DE VALORES DIVERGENTE EM GOTF033E - ARQUIVO RE
      -       'CUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF TRL-QTD-REGISTROS     NOT EQUAL   WRK-DETALHES-INTEGRIDADE
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'QUANTIDADE DO TRAILER DIVERGENTE EM GOTF033E - ARQUIVO RE
      -       'CUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           DISPLAY '*** GOTF2DVR: GOTF033E CONFERIDO - '
                   GOTFWINT-QTD-REGISTROS ' REGISTROS, DIGEST '
                   GOTFWINT-DIGEST ' ***'.

           CLOSE GOTF033E.
           PERFORM 1110-TESTAR-FS-GOTF033E.

           OPEN INPUT   GOTF033E.
           PERFORM 1110-TESTAR-FS-GOTF033E.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1510-LER-INTEGRIDADE            SECTION.
      *----------------------------------------------------------------*

           MOVE '1510-LER-INTEGRIDADE'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF033E.

           IF WRK-FS-GOTF033E           EQUAL   '10'
              SET WRK-FIM-INTEGRIDADE   TO      TRUE
              GO TO 1510-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-GOTF033E.

           EVALUATE FD-GOTF033E(1:1)
              WHEN 'T'
                 MOVE FD-GOTF033E       TO      WRK-REG-TRAILER-GOTF033E
                 MOVE TRL-DIGEST        TO      WRK-DIGEST-RECEBIDO
                 IF TRL-VLR-HASH        NUMERIC
                    MOVE TRL-VLR-HASH   TO      WRK-HASH-RECEBIDO
                 END-IF
                 MOVE SPACES            TO      TRL-DIGEST
                 MOVE WRK-REG-TRAILER-GOTF033E
                                        TO      FD-GOTF033E
                 SET WRK-TRAILER-INTEGRIDADE TO TRUE
                 SET WRK-FIM-INTEGRIDADE     TO TRUE
              WHEN 'D'
                 MOVE FD-GOTF033E       TO      WRK-REG-RETORNO
                 ADD 1                  TO      WRK-DETALHES-INTEGRIDADE
                 IF RET-VLR-CREDITADO   NUMERIC
                    ADD RET-VLR-CREDITADO TO     WRK-HASH-CALCULADO
                 END-IF
           END-EVALUATE.

           MOVE FD-GOTF033E             TO      GOTFWINT-REGISTRO.
           MOVE LENGTH OF FD-GOTF033E   TO      GOTFWINT-TAM-REGISTRO.
           SET  GOTFWINT-ACUMULAR       TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PRIMEIRO REGISTRO FISICO DE GOTF033E, ESPERANDO UM        *
      * HEADER ('H') COM O TOTAL DE REGISTROS DE CORPO E O NUMERO DA   *
      * GERACAO DE CREDITO ECOADO, NO MESMO MOLDE DO GOTF005E          *
      *----------------------------------------------------------------*
       2050-VALIDAR-HEADER             SECTION.
      *----------------------------------------------------------------*

           MOVE '2050-VALIDAR-HEADER'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO
                                             WRK-QTD-REGISTROS-HEADER.

           READ GOTF033E                INTO    WRK-REG-HEADER-GOTF033E.

           IF WRK-FS-GOTF033E           EQUAL   '10'
              NEXT SENTENCE
           ELSE
              PERFORM 1110-TESTAR-FS-GOTF033E

              IF NOT HDR-EH-HEADER
                 MOVE 'GOTF9994'           TO      FRWKGLIV-COD-MENSAGEM
                 MOVE
                 'REGISTRO HEADER AUSENTE OU INVALIDO EM GOTF033E'
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
      *    CASA O RETORNO COM A GERACAO DE CREDITO PELO NUMERO ECOADO
      *    NO HEADER (NREMES_REEMB DOS EVENTOS), ANTES DE APLICAR
      *    QUALQUER DEVOLUCAO: GERACAO INEXISTENTE, JA SEM EVENTO
      *    REMETIDO (RETORNO DUPLICADO) OU COM QUANTIDADE DIVERGENTE
      *    SAO RECUSADOS COM ABEND.
      *----------------------------------------------------------------*
       2070-VALIDAR-GERACAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '2070-VALIDAR-GERACAO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF033E           EQUAL   '10'
              GO TO 2070-99-FIM
           END-IF.

           IF HDR-NREMES            NOT NUMERIC
              OR HDR-NREMES             EQUAL   ZEROS
              MOVE 'GOTF9994'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'HEADER DE GOTF033E SEM NUMERO DA GERACAO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE HDR-NREMES              TO      WRK-NREMES-RETORNO.

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN CSIT_REEMB_TARIF = 'R'
                                         THEN 1
                                         ELSE 0 END), 0)
                  INTO :WRK-QTD-GERACAO,
                       :WRK-QTD-GERACAO-ABERTA
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE NREMES_REEMB = :WRK-NREMES-RETORNO
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-GERACAO           EQUAL   ZEROS
              MOVE 'GOTF9994'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'RETORNO PARA GERACAO DE CREDITO INEXISTENTE'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-QTD-GERACAO-ABERTA    EQUAL   ZEROS
              MOVE 'GOTF9994'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'RETORNO DUPLICADO - GERACAO DE CREDITO JA PROCESSADA'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-QTD-REGISTROS-HEADER NOT EQUAL WRK-QTD-GERACAO
              MOVE 'GOTF9994'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'QUANTIDADE DO RETORNO DIVERGE DA GERACAO DE CREDITO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       2070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2060-VALIDAR-TRAILER            SECTION.
      *----------------------------------------------------------------*

           MOVE '2060-VALIDAR-TRAILER'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT TRL-EH-TRAILER
              MOVE 'GOTF9993'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'REGISTRO TRAILER AUSENTE OU INVALIDO NO ARQUIVO GOTF033E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF (TRL-QTD-REGISTROS        NOT EQUAL WRK-LIDOS-GOTF033E)
              OR (WRK-QTD-REGISTROS-HEADER NOT EQUAL WRK-LIDOS-GOTF033E)
              MOVE 'GOTF9992'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL DE CONTROLE DIVERGE DO LIDO EM GOTF033E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-GOTF033E               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-GOTF033E'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF033E                INTO    WRK-REG-RETORNO.

           IF WRK-FS-GOTF033E           EQUAL   '10'
              NEXT SENTENCE
           ELSE
              PERFORM 1110-TESTAR-FS-GOTF033E

              IF FD-GOTF033E(1:1)          EQUAL   'T'
                 MOVE FD-GOTF033E          TO
                                                WRK-REG-TRAILER-GOTF033E
                 PERFORM 2060-VALIDAR-TRAILER
                 MOVE '10'                 TO      WRK-FS-GOTF033E
              ELSE
                 ADD     1              TO      WRK-LIDOS-GOTF033E
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 5000-APLICAR-RETORNO.

           PERFORM 2100-LER-GOTF033E.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * APLICA O RETORNO DO CREDITO NO EVENTO: CREDITADO -> 'D';       *
      * RECUSADO OU CONTA ENCERRADA -> 'F' E TAMBEM RELACIONADO EM     *
      * GOTF033R PARA O ATENDIMENTO. SO EVENTO AINDA REMETIDO NA       *
      * MESMA GERACAO E ATUALIZADO; OS DEMAIS VAO PARA GOTF033R        *
      *----------------------------------------------------------------*
       5000-APLICAR-RETORNO            SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-APLICAR-RETORNO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT RET-SIT-VALIDA
              MOVE FD-GOTF033E          TO      REJ-REGISTRO-ORIGINAL
              MOVE ZEROS                TO      REJ-SQLCODE
              MOVE 'TSIT_MOVTO_TARIF'   TO      REJ-NOME-TABELA
              MOVE 'SITUACAO INVALIDA'  TO      REJ-MOTIVO
              PERFORM 5100-GRAVAR-REJEITO
              GO TO 5000-99-FIM
           END-IF.

           MOVE RET-CSIST-ORIGE-TARIF   TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0B7.
           MOVE RET-NMOVTO-EVNTO-TARIF  TO      NMOVTO-EVNTO-TARIF
                                                OF GOTFB0B7.
           MOVE RET-DRECEB-MOVTO-TARIF  TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0B7.

           IF RET-CREDITADO
              MOVE 'D'                  TO      WRK-SIT-REEMB
           ELSE
              MOVE 'F'                  TO      WRK-SIT-REEMB
           END-IF.

           EXEC SQL
                UPDATE DB2PRD.TSIT_MOVTO_TARIF
                   SET CSIT_REEMB_TARIF = :WRK-SIT-REEMB,
                       DT_REEMB_TARIF   = :WRK-DATA-PROCESSO
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
                   AND CSIT_REEMB_TARIF   = 'R'
                   AND NREMES_REEMB       = :WRK-NREMES-RETORNO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE FD-GOTF033E       TO      REJ-REGISTRO-ORIGINAL
                 MOVE SQLCODE           TO      REJ-SQLCODE
                 MOVE 'TSIT_MOVTO_TARIF' TO     REJ-NOME-TABELA
                 MOVE 'EVENTO NAO REMETIDO' TO  REJ-MOTIVO
                 PERFORM 5100-GRAVAR-REJEITO
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-UPDATE          TO     TRUE
                 MOVE '0030'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 PERFORM 5050-TRATAR-DESFECHO
           END-EVALUATE.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5050-TRATAR-DESFECHO            SECTION.
      *----------------------------------------------------------------*

           MOVE '5050-TRATAR-DESFECHO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE TRUE
              WHEN RET-CREDITADO
                 ADD 1                  TO      WRK-DEVOLVIDOS-GOTFB0B7
              WHEN RET-RECUSADO
                 ADD 1                  TO      WRK-RECUSADOS-GOTFB0B7
                 MOVE FD-GOTF033E       TO      REJ-REGISTRO-ORIGINAL
                 MOVE ZEROS             TO      REJ-SQLCODE
                 MOVE 'TSIT_MOVTO_TARIF' TO     REJ-NOME-TABELA
                 MOVE 'CREDITO RECUSADO' TO     REJ-MOTIVO
                 PERFORM 5100-GRAVAR-REJEITO
              WHEN OTHER
                 ADD 1                  TO      WRK-ENCERRADAS-GOTFB0B7
                 MOVE FD-GOTF033E       TO      REJ-REGISTRO-ORIGINAL
                 MOVE ZEROS             TO      REJ-SQLCODE
                 MOVE 'TSIT_MOVTO_TARIF' TO     REJ-NOME-TABELA
                 MOVE 'CONTA ENCERRADA' TO      REJ-MOTIVO
                 PERFORM 5100-GRAVAR-REJEITO
           END-EVALUATE.

      *----------------------------------------------------------------*
       5050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-GRAVAR-REJEITO             SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-GRAVAR-REJEITO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-REG-REJEITO         TO      FD-GOTF033R.

           WRITE FD-GOTF033R.

           PERFORM 1120-TESTAR-FS-GOTF033R.

           ADD 1                        TO      WRK-REJEITADOS-GOTF033R.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
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

           DISPLAY '*********** GOTF2DVR ***********'
           DISPLAY '*                              *'
           DISPLAY '*  RETORNO DO CREDITO          *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* NUMERO GERACAO    : ' WRK-NREMES-RETORNO
           DISPLAY '* LIDOS    GOTF033E : ' WRK-LIDOS-GOTF033E
           DISPLAY '* DEVOLVIDOS        : ' WRK-DEVOLVIDOS-GOTFB0B7
           DISPLAY '* RECUSADOS         : ' WRK-RECUSADOS-GOTFB0B7
           DISPLAY '* CONTAS ENCERRADAS : ' WRK-ENCERRADAS-GOTFB0B7
           DISPLAY '* GRAVADOS GOTF033R : ' WRK-REJEITADOS-GOTF033R
           DISPLAY '*********** GOTF2DVR ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF033E.
           CLOSE GOTF033R.

           PERFORM 1110-TESTAR-FS-GOTF033E.
           PERFORM 1120-TESTAR-FS-GOTF033R.

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

           MOVE 'GOTF2DVR'              TO      FRWKGHEA-NOME-PROGRAMA.

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
