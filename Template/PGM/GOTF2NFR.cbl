      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2NFR.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2NFR                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  OUTUBRO/2027                                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF036E          I              WRK-REG-RETORNO*
      *                GOTF036R          O              WRK-REG-REJEITO*
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
      *                DB2PRD.TNFSE_TARIF               GOTFB0F4       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    OUT/2027 - HOMI - PROGRAMA CRIADO. RETORNO DE AUTORIZACAO   *
      *               DA NFS-E DO ISS (LOTES GOTF035S DO GOTF2NFS): LE *
      *               O ARQUIVO GOTF036E DO CONVERSOR DA PREFEITURA    *
      *               (HEADER COM QUANTIDADE, DETALHE POR RPS, TRAILER *
      *               DE CONTROLE) E ATUALIZA O RPS ENVIADO ('E') DE   *
      *               TNFSE_TARIF: AUTORIZADO -> 'A' COM O NUMERO DA   *
      *               NFS-E, O CODIGO DE VERIFICACAO E A DATA; RECUSA  *
      *               QUE A PREFEITURA MARCA COMO REENVIAVEL, DENTRO   *
      *               DO LIMITE DE TENTATIVAS -> VOLTA A 'P'           *
      *               (REENFILEIRADO PARA O PROXIMO GOTF2NFS); DEMAIS  *
      *               RECUSAS -> 'R' COM O MOTIVO, RELACIONADAS EM     *
      *               GOTF036R PARA A AREA FISCAL. RETORNO DE RPS NAO  *
      *               ENVIADO (REPETIDO) NAO ALTERA NADA E VAI PARA    *
      *               GOTF036R.                                        *
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

           SELECT GOTF036E ASSIGN      TO   UT-S-GOTF036E
                      FILE STATUS      IS   WRK-FS-GOTF036E.

           SELECT GOTF036R ASSIGN      TO   UT-S-GOTF036R
                      FILE STATUS      IS   WRK-FS-GOTF036R.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT: GOTF036E - RETORNO DE AUTORIZACAO DA NFS-E            *
      *            ORG. SEQUENCIAL     -   LRECL   =  160              *
      *----------------------------------------------------------------*
       FD  GOTF036E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF036E                 PIC  X(160).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF036R - RPS RECUSADOS/RETORNOS NAO APLICADOS      *
      *            ORG. SEQUENCIAL     -   LRECL   =  210              *
      *----------------------------------------------------------------*
       FD  GOTF036R
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF036R                 PIC  X(210).

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

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LIMITE DE ENVIOS DE UM RPS: RECUSA REENVIAVEL ALEM DELE VIRA  *
      * RECUSA DEFINITIVA PARA TRATAMENTO DA AREA FISCAL              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-ENVIOS              PIC S9(04) COMP VALUE +3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-GOTF036E        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-AUTORIZADOS           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REENFILEIRADOS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-RECUSADOS             PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REJEITADOS-GOTF036R   PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE TESTE DE FILE-STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF036E             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF036R             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ENTRADA GOTF036E                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-RETORNO.
         05  RET-TIPO-REGISTRO         PIC  X(001).
           88  RET-EH-DETALHE                      VALUE 'D'.
         05  RET-NLOTE                 PIC  9(009).
         05  RET-NRPS                  PIC  9(009).
         05  RET-SIT-RETORNO           PIC  X(001).
           88  RET-AUTORIZADO                      VALUE 'A'.
           88  RET-RECUSADO                        VALUE 'R'.
           88  RET-SIT-VALIDA                      VALUES 'A' 'R'.
         05  RET-NNFSE-AUTORZ          PIC  X(015).
         05  RET-CVERIF-NFSE           PIC  X(009).
         05  RET-DT-AUTORZ             PIC  X(010).
         05  RET-CMOTIV-RECUSA         PIC  X(004).
         05  RET-RMOTIV-RECUSA         PIC  X(060).
         05  RET-IN-REENVIO            PIC  X(001).
           88  RET-REENVIAVEL                      VALUE 'S'.
         05  FILLER                    PIC  X(041).

       01  WRK-REG-HEADER-GOTF036E.
         05  HDR-TIPO-REGISTRO         PIC  X(001).
           88  HDR-EH-HEADER                       VALUE 'H'.
         05  HDR-QTD-REGISTROS         PIC  9(009).
         05  FILLER                    PIC  X(150).

       01  WRK-REG-TRAILER-GOTF036E.
         05  TRL-TIPO-REGISTRO         PIC  X(001).
           88  TRL-EH-TRAILER                      VALUE 'T'.
         05  TRL-QTD-REGISTROS         PIC  9(009).
         05  FILLER                    PIC  X(150).

       01  WRK-QTD-REGISTROS-HEADER    PIC  9(009) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF036R                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-REJEITO.
         05  REJ-REGISTRO-ORIGINAL     PIC  X(160).
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
               INCLUDE GOTFB0F4
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

           PERFORM 2100-LER-GOTF036E.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-FS-GOTF036E      EQUAL   '10'.

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

           OPEN INPUT   GOTF036E.
           OPEN OUTPUT  GOTF036R.

           PERFORM 1110-TESTAR-FS-GOTF036E.
           PERFORM 1120-TESTAR-FS-GOTF036R.

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
       1110-TESTAR-FS-GOTF036E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF036E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF036E       NOT EQUAL   '00'
              MOVE 'GOTF036E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF036E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1120-TESTAR-FS-GOTF036R         SECTION.
      *----------------------------------------------------------------*

           MOVE '1120-TESTAR-FS-GOTF036R' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF036R       NOT EQUAL   '00'
              MOVE 'GOTF036R'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF036R      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PRIMEIRO REGISTRO FISICO DE GOTF036E, ESPERANDO UM        *
      * HEADER ('H') COM O TOTAL DE REGISTROS DE CORPO, NO MESMO MOLDE *
      * DO GOTF005E                                                    *
      *----------------------------------------------------------------*
       2050-VALIDAR-HEADER             SECTION.
      *----------------------------------------------------------------*

           MOVE '2050-VALIDAR-HEADER'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO
                                             WRK-QTD-REGISTROS-HEADER.

           READ GOTF036E                INTO    WRK-REG-HEADER-GOTF036E.

           IF WRK-FS-GOTF036E           EQUAL   '10'
              NEXT SENTENCE
           ELSE
              PERFORM 1110-TESTAR-FS-GOTF036E

              IF NOT HDR-EH-HEADER
                 MOVE 'GOTF9994'           TO      FRWKGLIV-COD-MENSAGEM
                 MOVE
                 'REGISTRO HEADER AUSENTE OU INVALIDO EM GOTF036E'
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
              'REGISTRO TRAILER AUSENTE OU INVALIDO NO ARQUIVO GOTF036E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF (TRL-QTD-REGISTROS        NOT EQUAL WRK-LIDOS-GOTF036E)
              OR (WRK-QTD-REGISTROS-HEADER NOT EQUAL WRK-LIDOS-GOTF036E)
              MOVE 'GOTF9992'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL DE CONTROLE DIVERGE DO LIDO EM GOTF036E'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-GOTF036E               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-GOTF036E'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF036E                INTO    WRK-REG-RETORNO.

           IF WRK-FS-GOTF036E           EQUAL   '10'
              NEXT SENTENCE
           ELSE
              PERFORM 1110-TESTAR-FS-GOTF036E

              IF FD-GOTF036E(1:1)          EQUAL   'T'
                 MOVE FD-GOTF036E          TO
                                                WRK-REG-TRAILER-GOTF036E
                 PERFORM 2060-VALIDAR-TRAILER
                 MOVE '10'                 TO      WRK-FS-GOTF036E
              ELSE
                 ADD     1              TO      WRK-LIDOS-GOTF036E
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

           PERFORM 2100-LER-GOTF036E.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * APLICA O RETORNO DA PREFEITURA NO RPS: SO RPS ENVIADO ('E') NO *
      * MESMO LOTE E ATUALIZADO; OS DEMAIS VAO PARA GOTF036R           *
      *----------------------------------------------------------------*
       5000-APLICAR-RETORNO            SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-APLICAR-RETORNO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT RET-SIT-VALIDA
              MOVE 'SITUACAO INVALIDA'  TO      REJ-MOTIVO
              MOVE ZEROS                TO      REJ-SQLCODE
              PERFORM 5100-GRAVAR-REJEITO
              GO TO 5000-99-FIM
           END-IF.

           IF RET-AUTORIZADO
              AND RET-NNFSE-AUTORZ      EQUAL   SPACES
              MOVE 'AUTORIZ. SEM NUMERO' TO     REJ-MOTIVO
              MOVE ZEROS                TO      REJ-SQLCODE
              PERFORM 5100-GRAVAR-REJEITO
              GO TO 5000-99-FIM
           END-IF.

           MOVE RET-NRPS                TO      NRPS-NFSE  OF GOTFB0F4.
           MOVE RET-NLOTE               TO      NLOTE-NFSE OF GOTFB0F4.

           EXEC SQL
                SELECT CSIT_NFSE,
                       QTD_ENVIOS
                  INTO :GOTFB0F4.CSIT-NFSE,
                       :GOTFB0F4.QTD-ENVIOS
                  FROM DB2PRD.TNFSE_TARIF
                 WHERE NRPS_NFSE  = :GOTFB0F4.NRPS-NFSE
                   AND NLOTE_NFSE = :GOTFB0F4.NLOTE-NFSE
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'RPS INEXISTENTE' TO      REJ-MOTIVO
                 MOVE SQLCODE           TO      REJ-SQLCODE
                 PERFORM 5100-GRAVAR-REJEITO
                 GO TO 5000-99-FIM
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TNFSE_TARIF'     TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0010'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF CSIT-NFSE OF GOTFB0F4 NOT EQUAL   'E'
              MOVE 'RPS NAO ENVIADO'    TO      REJ-MOTIVO
              MOVE ZEROS                TO      REJ-SQLCODE
              PERFORM 5100-GRAVAR-REJEITO
              GO TO 5000-99-FIM
           END-IF.

           EVALUATE TRUE
              WHEN RET-AUTORIZADO
                 PERFORM 5200-AUTORIZAR-RPS
              WHEN RET-REENVIAVEL
               AND QTD-ENVIOS OF GOTFB0F4 LESS WRK-MAX-ENVIOS
                 MOVE 'P'               TO      CSIT-NFSE OF GOTFB0F4
                 PERFORM 5300-RECUSAR-RPS
                 ADD 1                  TO      WRK-REENFILEIRADOS
              WHEN OTHER
                 MOVE 'R'               TO      CSIT-NFSE OF GOTFB0F4
                 PERFORM 5300-RECUSAR-RPS
                 ADD 1                  TO      WRK-RECUSADOS
                 IF RET-REENVIAVEL
                    MOVE 'LIMITE DE REENVIOS' TO REJ-MOTIVO
                 ELSE
                    MOVE 'RECUSA DEFINITIVA' TO REJ-MOTIVO
                 END-IF
                 MOVE ZEROS             TO      REJ-SQLCODE
                 PERFORM 5100-GRAVAR-REJEITO
           END-EVALUATE.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-GRAVAR-REJEITO             SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-GRAVAR-REJEITO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FD-GOTF036E             TO      REJ-REGISTRO-ORIGINAL.
           MOVE 'TNFSE_TARIF'           TO      REJ-NOME-TABELA.

           MOVE WRK-REG-REJEITO         TO      FD-GOTF036R.

           WRITE FD-GOTF036R.

           PERFORM 1120-TESTAR-FS-GOTF036R.

           ADD 1                        TO      WRK-REJEITADOS-GOTF036R.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA NO RPS O NUMERO DA NFS-E, O CODIGO DE VERIFICACAO E A    *
      * DATA DA AUTORIZACAO                                            *
      *----------------------------------------------------------------*
       5200-AUTORIZAR-RPS              SECTION.
      *----------------------------------------------------------------*

           MOVE '5200-AUTORIZAR-RPS'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE RET-NNFSE-AUTORZ        TO      NNFSE-AUTORZ
                                                OF GOTFB0F4.
           MOVE RET-CVERIF-NFSE         TO      CVERIF-NFSE
                                                OF GOTFB0F4.

           IF RET-DT-AUTORZ             EQUAL   SPACES
              MOVE WRK-DATA-PROCESSO    TO      DT-AUTORZ-NFSE
                                                OF GOTFB0F4
           ELSE
              MOVE RET-DT-AUTORZ        TO      DT-AUTORZ-NFSE
                                                OF GOTFB0F4
           END-IF.

           EXEC SQL
                UPDATE DB2PRD.TNFSE_TARIF
                   SET CSIT_NFSE      = 'A',
                       NNFSE_AUTORZ   = :GOTFB0F4.NNFSE-AUTORZ,
                       CVERIF_NFSE    = :GOTFB0F4.CVERIF-NFSE,
                       DT_AUTORZ_NFSE = :GOTFB0F4.DT-AUTORZ-NFSE,
                       CMOTIV_RECUSA  = ' ',
                       RMOTIV_RECUSA  = ' '
                 WHERE NRPS_NFSE      = :GOTFB0F4.NRPS-NFSE
                   AND CSIT_NFSE      = 'E'
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TNFSE_TARIF'        TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-AUTORIZADOS.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA A RECUSA NO RPS COM A NOVA SITUACAO ('P' REENFILEIRADO  *
      * OU 'R' RECUSADO EM DEFINITIVO) E O MOTIVO DA PREFEITURA       *
      *----------------------------------------------------------------*
       5300-RECUSAR-RPS                SECTION.
      *----------------------------------------------------------------*

           MOVE '5300-RECUSAR-RPS'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE RET-CMOTIV-RECUSA       TO      CMOTIV-RECUSA
                                                OF GOTFB0F4.
           MOVE RET-RMOTIV-RECUSA       TO      RMOTIV-RECUSA
                                                OF GOTFB0F4.

           EXEC SQL
                UPDATE DB2PRD.TNFSE_TARIF
                   SET CSIT_NFSE      = :GOTFB0F4.CSIT-NFSE,
                       CMOTIV_RECUSA  = :GOTFB0F4.CMOTIV-RECUSA,
                       RMOTIV_RECUSA  = :GOTFB0F4.RMOTIV-RECUSA
                 WHERE NRPS_NFSE      = :GOTFB0F4.NRPS-NFSE
                   AND CSIT_NFSE      = 'E'
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TNFSE_TARIF'        TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2NFR ***********'
           DISPLAY '*                              *'
           DISPLAY '*  RETORNO DA NFS-E            *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* LIDOS    GOTF036E : ' WRK-LIDOS-GOTF036E
           DISPLAY '* AUTORIZADOS       : ' WRK-AUTORIZADOS
           DISPLAY '* REENFILEIRADOS    : ' WRK-REENFILEIRADOS
           DISPLAY '* RECUSADOS         : ' WRK-RECUSADOS
           DISPLAY '* GRAVADOS GOTF036R : ' WRK-REJEITADOS-GOTF036R
           DISPLAY '*********** GOTF2NFR ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF036E.
           CLOSE GOTF036R.

           PERFORM 1110-TESTAR-FS-GOTF036E.
           PERFORM 1120-TESTAR-FS-GOTF036R.

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

           MOVE 'GOTF2NFR'              TO      FRWKGHEA-NOME-PROGRAMA.

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
