      *                GOTF25S3          O              WRK-REG-ACK    *
      *                GOTF25S4          O              WRK-REG-ACK    *
      *                GOTF25S5          O              WRK-REG-ACK    *
      *                GOTF25S6          O              WRK-REG-ACK    *
      *                GOTF25S7          O              WRK-REG-ACK    *
      *                GOTF25S8          O              WRK-REG-ACK    *
      *                GOTF25S9          O              WRK-REG-ACK    *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    GOTFW00S - BOOK DO REGISTRO ORIGINAL DO EXTRATO DE ORIGEM   *
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TEST_VOL_TARIF            GOTFB0C3       *
      *                DB2PRD.TORIGE_SIST_TARIF         GOTFB0G4       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *               DATA DE REFERENCIA NO PARM DA JCL (PADRAO: A     *
      *               DATA CORRENTE), PARA REGERAR RETORNOS DE DIAS    *
      *               ANTERIORES APONTANDO O GOTF001R DAQUELE DIA.     *
      *    MAR/2028 - HOMI - AS ORIGENS E SEUS ARQUIVOS DE RETORNO     *
      *               DEIXAM DE SER FIXOS NO FONTE: SAO LIDOS DO       *
      *               CADASTRO TORIGE_SIST_TARIF (GOTFB0G4) - ORIGEM   *
      *               ATIVA COM CDEST_RETNO_ACK PREENCHIDO GRAVA NO    *
      *               ARQUIVO INDICADO (GOTF25S1 A GOTF25S9; NOVAS DDS *
      *               GOTF25S6 A GOTF25S9). SO OS ARQUIVOS COM ORIGEM  *
      *               SAO ABERTOS. ORIGEM SEM CDEST_RETNO_ACK E CONTADA*
      *               COMO REJEITO SEM DESTINO.                        *
      *================================================================*

      *================================================================*
           SELECT GOTF25S5 ASSIGN      TO   UT-S-GOTF25S5
                      FILE STATUS      IS   WRK-FS-GOTF25S5.

           SELECT GOTF25S6 ASSIGN      TO   UT-S-GOTF25S6
                      FILE STATUS      IS   WRK-FS-GOTF25S6.

           SELECT GOTF25S7 ASSIGN      TO   UT-S-GOTF25S7
                      FILE STATUS      IS   WRK-FS-GOTF25S7.

           SELECT GOTF25S8 ASSIGN      TO   UT-S-GOTF25S8
                      FILE STATUS      IS   WRK-FS-GOTF25S8.

           SELECT GOTF25S9 ASSIGN      TO   UT-S-GOTF25S9
                      FILE STATUS      IS   WRK-FS-GOTF25S9.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       01  FD-GOTF001R                 PIC  X(420).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF25S1 - RETORNO DE RECEPCAO DA ORIGEM CUJA      *
      *            CDEST_RETNO_ACK EM TORIGE_SIST_TARIF E GOTF25S1     *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF25S1
       01  FD-GOTF25S1                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF25S2 - RETORNO DE RECEPCAO DA ORIGEM CUJA      *
      *            CDEST_RETNO_ACK EM TORIGE_SIST_TARIF E GOTF25S2     *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF25S2
       01  FD-GOTF25S2                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF25S3 - RETORNO DE RECEPCAO DA ORIGEM CUJA      *
      *            CDEST_RETNO_ACK EM TORIGE_SIST_TARIF E GOTF25S3     *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF25S3
       01  FD-GOTF25S3                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF25S4 - RETORNO DE RECEPCAO DA ORIGEM CUJA      *
      *            CDEST_RETNO_ACK EM TORIGE_SIST_TARIF E GOTF25S4     *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF25S4
       01  FD-GOTF25S4                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF25S5 - RETORNO DE RECEPCAO DA ORIGEM CUJA      *
      *            CDEST_RETNO_ACK EM TORIGE_SIST_TARIF E GOTF25S5     *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF25S5

       01  FD-GOTF25S5                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF25S6 - RETORNO DE RECEPCAO DA ORIGEM CUJA      *
      *            CDEST_RETNO_ACK EM TORIGE_SIST_TARIF E GOTF25S6     *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF25S6
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF25S6                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF25S7 - RETORNO DE RECEPCAO DA ORIGEM CUJA      *
      *            CDEST_RETNO_ACK EM TORIGE_SIST_TARIF E GOTF25S7     *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF25S7
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF25S7                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF25S8 - RETORNO DE RECEPCAO DA ORIGEM CUJA      *
      *            CDEST_RETNO_ACK EM TORIGE_SIST_TARIF E GOTF25S8     *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF25S8
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF25S8                 PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF25S9 - RETORNO DE RECEPCAO DA ORIGEM CUJA      *
      *            CDEST_RETNO_ACK EM TORIGE_SIST_TARIF E GOTF25S9     *
      *            ORG. SEQUENCIAL     -   LRECL   =  080              *
      *----------------------------------------------------------------*
       FD  GOTF25S9
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF25S9                 PIC  X(080).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  WRK-DATA-REFER              PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ORIGENS ATENDIDAS, UMA POSICAO POR ARQUIVO GOTF25S1..GOTF25S9 *
      * (POSICAO = ULTIMO DIGITO DE CDEST_RETNO_ACK), CARREGADAS DO   *
      * CADASTRO TORIGE_SIST_TARIF EM 1050. POSICAO EM BRANCOS =      *
      * ARQUIVO SEM ORIGEM, QUE NAO E ABERTO NEM GRAVADO              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-QTD-ORIGENS-ACK         PIC S9(04) COMP VALUE +9.
       01  WRK-IDX-ACK                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-ORIGENS-ACK.
         05  ACK-ORIGEM                PIC  X(03) OCCURS 9.
       01  WRK-TAB-ACK-CONTADORES.
         05  WRK-ACK-ITEM              OCCURS 9 TIMES.
           10  ACK-QTD-DETALHES        PIC S9(09) COMP-3.

       01  WRK-SW-FIM-ORIGENS          PIC  X(01) VALUE 'N'.
           88  WRK-FIM-ORIGENS                     VALUE 'S'.
       01  WRK-CDEST-RETNO             PIC  X(08) VALUE SPACES.
       01  FILLER REDEFINES WRK-CDEST-RETNO.
         05  WRK-CDEST-PREFIXO         PIC  X(07).
         05  WRK-CDEST-POSICAO         PIC  9(01).

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-GOTF001R        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-DETALHES-GRAVADOS     PIC  9(09)  COMP-3  VALUE ZEROS.
       01  WRK-FS-GOTF25S3             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF25S4             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF25S5             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF25S6             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF25S7             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF25S8             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF25S9             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
               INCLUDE GOTFB0C3
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G4
           END-EXEC.

           EXEC SQL
                DECLARE CDST CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       CDEST_RETNO_ACK
                  FROM DB2PRD.TORIGE_SIST_TARIF
                 WHERE IN_ATIVO         = 'S'
                   AND CDEST_RETNO_ACK <> ' '
                 ORDER BY CDEST_RETNO_ACK
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
              END-IF
           END-IF.

           PERFORM 1050-CARREGAR-ORIGENS.

           OPEN INPUT   GOTF001R.
           PERFORM 1110-TESTAR-FS-GOTF001R.

           PERFORM 1060-ABRIR-RETORNOS.
           PERFORM 1100-TESTAR-FILE-STATUS.

           PERFORM 2100-LER-GOTF001R.
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MONTA A TABELA DE ARQUIVOS DE RETORNO A PARTIR DO CADASTRO
      *    DE ORIGENS: CADA ORIGEM ATIVA COM CDEST_RETNO_ACK PREENCHIDO
      *    OCUPA A POSICAO DO SEU ARQUIVO (GOTF25S1 A GOTF25S9). A
      *    MANUTENCAO (GOTF53JS) NAO DEIXA DUAS ORIGENS ATIVAS NO MESMO
      *    ARQUIVO; DD FORA DO PADRAO OU REPETIDA E IGNORADA COM AVISO
      *    NO SYSOUT E A ORIGEM FICA SEM RETORNO.
      *----------------------------------------------------------------*
       1050-CARREGAR-ORIGENS           SECTION.
      *----------------------------------------------------------------*

           MOVE '1050-CARREGAR-ORIGENS' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      WRK-TAB-ORIGENS-ACK.
           MOVE 'N'                     TO      WRK-SW-FIM-ORIGENS.

           EXEC SQL
                OPEN CDST
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TORIGE_SIST_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0020'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1150-FETCH-ORIGEM
             UNTIL WRK-FIM-ORIGENS.

           EXEC SQL
                CLOSE CDST
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TORIGE_SIST_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0021'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1060-ABRIR-RETORNOS             SECTION.
      *----------------------------------------------------------------*

           MOVE '1060-ABRIR-RETORNOS'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF ACK-ORIGEM (1)         NOT EQUAL   SPACES
              OPEN OUTPUT GOTF25S1
           END-IF.

           IF ACK-ORIGEM (2)         NOT EQUAL   SPACES
              OPEN OUTPUT GOTF25S2
           END-IF.

           IF ACK-ORIGEM (3)         NOT EQUAL   SPACES
              OPEN OUTPUT GOTF25S3
           END-IF.

           IF ACK-ORIGEM (4)         NOT EQUAL   SPACES
              OPEN OUTPUT GOTF25S4
           END-IF.

           IF ACK-ORIGEM (5)         NOT EQUAL   SPACES
              OPEN OUTPUT GOTF25S5
           END-IF.

           IF ACK-ORIGEM (6)         NOT EQUAL   SPACES
              OPEN OUTPUT GOTF25S6
           END-IF.

           IF ACK-ORIGEM (7)         NOT EQUAL   SPACES
              OPEN OUTPUT GOTF25S7
           END-IF.

           IF ACK-ORIGEM (8)         NOT EQUAL   SPACES
              OPEN OUTPUT GOTF25S8
           END-IF.

           IF ACK-ORIGEM (9)         NOT EQUAL   SPACES
              OPEN OUTPUT GOTF25S9
           END-IF.

      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS         SECTION.
      *----------------------------------------------------------------*

           MOVE '1100-TESTAR-FILE-STATUS' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF ACK-ORIGEM (1)         NOT EQUAL   SPACES  AND
              WRK-FS-GOTF25S1       NOT EQUAL   '00'
              MOVE 'GOTF25S1'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF25S1      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           IF ACK-ORIGEM (2)         NOT EQUAL   SPACES  AND
              WRK-FS-GOTF25S2       NOT EQUAL   '00'
              MOVE 'GOTF25S2'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF25S2      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           IF ACK-ORIGEM (3)         NOT EQUAL   SPACES  AND
              WRK-FS-GOTF25S3       NOT EQUAL   '00'
              MOVE 'GOTF25S3'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF25S3      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           IF ACK-ORIGEM (4)         NOT EQUAL   SPACES  AND
              WRK-FS-GOTF25S4       NOT EQUAL   '00'
              MOVE 'GOTF25S4'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF25S4      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           IF ACK-ORIGEM (5)         NOT EQUAL   SPACES  AND
              WRK-FS-GOTF25S5       NOT EQUAL   '00'
              MOVE 'GOTF25S5'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF25S5      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           IF ACK-ORIGEM (6)         NOT EQUAL   SPACES  AND
              WRK-FS-GOTF25S6       NOT EQUAL   '00'
              MOVE 'GOTF25S6'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF25S6      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           IF ACK-ORIGEM (7)         NOT EQUAL   SPACES  AND
              WRK-FS-GOTF25S7       NOT EQUAL   '00'
              MOVE 'GOTF25S7'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF25S7      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           IF ACK-ORIGEM (8)         NOT EQUAL   SPACES  AND
              WRK-FS-GOTF25S8       NOT EQUAL   '00'
              MOVE 'GOTF25S8'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF25S8      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           IF ACK-ORIGEM (9)         NOT EQUAL   SPACES  AND
              WRK-FS-GOTF25S9       NOT EQUAL   '00'
              MOVE 'GOTF25S9'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF25S9      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-FETCH-ORIGEM               SECTION.
      *----------------------------------------------------------------*

           MOVE '1150-FETCH-ORIGEM'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CDST
                 INTO :GOTFB0G4.CSIST-ORIGE-TARIF,
                      :GOTFB0G4.CDEST-RETNO-ACK
           END-EXEC.

           IF SQLCODE                   EQUAL   +100
              SET WRK-FIM-ORIGENS       TO      TRUE
              GO TO 1150-99-FIM
           END-IF.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TORIGE_SIST_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-FETCH             TO      TRUE
              MOVE '0022'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE CDEST-RETNO-ACK OF GOTFB0G4
                                        TO      WRK-CDEST-RETNO.

           IF WRK-CDEST-PREFIXO     NOT EQUAL   'GOTF25S'  OR
              WRK-CDEST-POSICAO     NOT NUMERIC            OR
              WRK-CDEST-POSICAO         EQUAL   ZEROS
              DISPLAY 'GOTF2ACK - DD DE RETORNO INVALIDA IGNORADA: '
                      CSIST-ORIGE-TARIF OF GOTFB0G4 ' '
                      WRK-CDEST-RETNO
              GO TO 1150-99-FIM
           END-IF.

           IF ACK-ORIGEM (WRK-CDEST-POSICAO) NOT EQUAL SPACES
              DISPLAY 'GOTF2ACK - DD DE RETORNO REPETIDA IGNORADA: '
                      CSIST-ORIGE-TARIF OF GOTFB0G4 ' '
                      WRK-CDEST-RETNO
              GO TO 1150-99-FIM
           END-IF.

           MOVE CSIST-ORIGE-TARIF OF GOTFB0G4
             TO ACK-ORIGEM (WRK-CDEST-POSICAO).

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    UM HEADER E UM REGISTRO DE CONTAGENS PARA CADA ORIGEM, A
      *    PARTIR DA ESTATISTICA QUE O GOTF2DSS GRAVOU EM

           PERFORM VARYING WRK-IDX-ACK FROM 1 BY 1
             UNTIL WRK-IDX-ACK      GREATER WRK-QTD-ORIGENS-ACK
              IF ACK-ORIGEM (WRK-IDX-ACK) NOT EQUAL SPACES
                 PERFORM 2010-GRAVAR-CABEC-ORIGEM
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-GRAVAR-CABEC-ORIGEM        SECTION.
      *----------------------------------------------------------------*

           MOVE '2010-GRAVAR-CABEC-ORIGEM' TO   FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFB0C3.

           MOVE ACK-ORIGEM (WRK-IDX-ACK)
                                        TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0C3.

           EXEC SQL
             SELECT QT_LIDOS,
                    QT_INSERIDOS,
                    QT_REJEITADOS,
                    QT_DUPLICADOS,
                    QT_ISENTOS,
                    QT_ATRASADOS
               INTO :GOTFB0C3.QT-LIDOS,
                    :GOTFB0C3.QT-INSERIDOS,
                    :GOTFB0C3.QT-REJEITADOS,
                    :GOTFB0C3.QT-DUPLICADOS,
                    :GOTFB0C3.QT-ISENTOS,
                    :GOTFB0C3.QT-ATRASADOS
               FROM DB2PRD.TEST_VOL_TARIF
              WHERE DT_EXECUCAO       = :WRK-DATA-REFER
                AND CSIST_ORIGE_TARIF =
                    :GOTFB0C3.CSIST-ORIGE-TARIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 MOVE 'PROCESSADO'      TO      ACKH-VEREDITO
              WHEN SQLCODE              EQUAL   +100
                 MOVE 'SEM MOVIMENTO'   TO      ACKH-VEREDITO
                 INITIALIZE GOTFB0C3
              WHEN OTHER
                 MOVE 'TEST_VOL_TARIF'  TO      FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT         TO      TRUE
                 MOVE '0010'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

           MOVE ACK-ORIGEM (WRK-IDX-ACK)
                                        TO      ACKH-CSIST-ORIGE.
           MOVE WRK-DATA-REFER          TO      ACKH-DT-REFERENCIA.
           MOVE WRK-REG-ACK-HEADER      TO      WRK-REG-ACK.
           PERFORM 5000-GRAVAR-ARQUIVO-ORIGEM.

           MOVE QT-LIDOS       OF GOTFB0C3 TO ACKC-QTD-LIDOS.
           MOVE QT-INSERIDOS   OF GOTFB0C3 TO ACKC-QTD-POSTADOS.
           MOVE QT-REJEITADOS  OF GOTFB0C3 TO ACKC-QTD-REJEITADOS.
           MOVE QT-DUPLICADOS  OF GOTFB0C3 TO ACKC-QTD-DUPLICADOS.
           MOVE QT-ISENTOS     OF GOTFB0C3 TO ACKC-QTD-ISENTOS.
           MOVE QT-ATRASADOS   OF GOTFB0C3 TO ACKC-QTD-ATRASADOS.
           MOVE WRK-REG-ACK-CONTAGEM    TO      WRK-REG-ACK.
           PERFORM 5000-GRAVAR-ARQUIVO-ORIGEM.

      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    UM DETALHE DE RETORNO POR REGISTRO REJEITADO, NO ARQUIVO
      *    DA ORIGEM DECLARADA NO PROPRIO REGISTRO ORIGINAL. ORIGEM
      *    DESCONHECIDA (REJEITO 'ORIGEM INVALIDA') OU SEM
      *    CDEST_RETNO_ACK NO CADASTRO NAO TEM ARQUIVO DESTINATARIO:
      *    E APENAS CONTADA PARA O SUMARIO DO JOB.
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3100-RESOLVER-IDX-ACK' TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF CSIST-ORIGE-TARIF OF GOTFW00S-REGISTRO EQUAL SPACES
              MOVE ZEROS                TO      WRK-IDX-ACK
              GO TO 3100-99-FIM
           END-IF.

           PERFORM VARYING WRK-IDX-ACK FROM 1 BY 1
             UNTIL WRK-IDX-ACK      GREATER WRK-QTD-ORIGENS-ACK
                OR ACK-ORIGEM (WRK-IDX-ACK) EQUAL
              WHEN 5
                 MOVE WRK-REG-ACK       TO      FD-GOTF25S5
                 WRITE FD-GOTF25S5
              WHEN 6
                 MOVE WRK-REG-ACK       TO      FD-GOTF25S6
                 WRITE FD-GOTF25S6
              WHEN 7
                 MOVE WRK-REG-ACK       TO      FD-GOTF25S7
                 WRITE FD-GOTF25S7
              WHEN 8
                 MOVE WRK-REG-ACK       TO      FD-GOTF25S8
                 WRITE FD-GOTF25S8
              WHEN 9
                 MOVE WRK-REG-ACK       TO      FD-GOTF25S9
                 WRITE FD-GOTF25S9
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           PERFORM VARYING WRK-IDX-ACK FROM 1 BY 1
             UNTIL WRK-IDX-ACK      GREATER WRK-QTD-ORIGENS-ACK
              IF ACK-ORIGEM (WRK-IDX-ACK) NOT EQUAL SPACES
                 MOVE ACK-QTD-DETALHES (WRK-IDX-ACK)
                                        TO      ACKT-QTD-DETALHES
                 MOVE WRK-REG-ACK-TRAILER TO    WRK-REG-ACK
                 PERFORM 5000-GRAVAR-ARQUIVO-ORIGEM
              END-IF
           END-PERFORM.

           CLOSE GOTF001R.

           IF ACK-ORIGEM (1)         NOT EQUAL   SPACES
              CLOSE GOTF25S1
           END-IF.

           IF ACK-ORIGEM (2)         NOT EQUAL   SPACES
              CLOSE GOTF25S2
           END-IF.

           IF ACK-ORIGEM (3)         NOT EQUAL   SPACES
              CLOSE GOTF25S3
           END-IF.

           IF ACK-ORIGEM (4)         NOT EQUAL   SPACES
              CLOSE GOTF25S4
           END-IF.

           IF ACK-ORIGEM (5)         NOT EQUAL   SPACES
              CLOSE GOTF25S5
           END-IF.

           IF ACK-ORIGEM (6)         NOT EQUAL   SPACES
              CLOSE GOTF25S6
           END-IF.

           IF ACK-ORIGEM (7)         NOT EQUAL   SPACES
              CLOSE GOTF25S7
           END-IF.

           IF ACK-ORIGEM (8)         NOT EQUAL   SPACES
              CLOSE GOTF25S8
           END-IF.

           IF ACK-ORIGEM (9)         NOT EQUAL   SPACES
              CLOSE GOTF25S9
           END-IF.
           PERFORM 1110-TESTAR-FS-GOTF001R.
           PERFORM 1100-TESTAR-FILE-STATUS.

