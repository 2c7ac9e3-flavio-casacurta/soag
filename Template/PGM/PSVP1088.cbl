      *----------------------------------------------------------
       IDENTIFICATION  DIVISION.
      *----------------------------------------------------------
       PROGRAM-ID. PSVP1088.
      ************************************************************
      * SISTEMA     : BRADESCO VIDA E PREVIDENCIA                *
      * SUBSISTEMA  : PSVP                                       *
      * ANALISTA    : EQUIPE HOMI      - SONDA                   *
      * DATA        : 18/08/2028                                 *
      * OBJETIVO    : LIBERAR O SALDO BLOQUEADO DOS PARTICIPANTES*
      *               EM PORTABILIDADE DE SAIDA, NO LUGAR DOS    *
      *               AJUSTES AVULSOS DO PSVP1091 CHAVE A CHAVE. *
      *               LE O ARQUIVO DE SOLICITACOES PSVP-PORT     *
      *               (CLASSIFICADO POR SOLICITACAO; UMA LINHA   *
      *               POR MOVIMENTO DO PARTICIPANTE EM           *
      *               PECQ_MOV_QUOTA OU TMOVTC_TRNSF_ASSOC) E,   *
      *               POR SOLICITACAO:                           *
      *               - CALCULA POR MOVIMENTO O BLOQUEADO        *
      *                 LIBERAVEL (ATUAL + ANTERIOR) E A         *
      *                 RENTABILIDADE LIBERAVEL (ATUAL +         *
      *                 ANTERIOR);                               *
      *               - RETEM A SOLICITACAO INTEIRA (PSVP-RETP,  *
      *                 COM O MOTIVO POR MOVIMENTO) SE ALGUM     *
      *                 MOVIMENTO TEM DECISAO PENDENTE EM        *
      *                 TPSVP_DECISAO (SITUACAO 'P' OU 'D'),     *
      *                 SALDO NEGATIVO, CHAVE INEXISTENTE,       *
      *                 TABELA INVALIDA OU DUPLICIDADE - A       *
      *                 PORTABILIDADE NAO PODE SAIR PARCIAL;     *
      *               - SEM PENDENCIA, ZERA OS QUATRO SALDOS DE  *
      *                 CADA MOVIMENTO, GRAVA O JORNAL           *
      *                 TPSVP_JRNL_ROLLOVER (MODO 'P' -          *
      *                 PORTABILIDADE) E A LIBERACAO NA CONTA-   *
      *                 CORRENTE TPECQ_MOTIV_BLOQ (TIPO 'L',     *
      *                 MOTIVO 'PORT', DOCUMENTO = SOLICITACAO), *
      *                 E GRAVA NO ARQUIVO DE VALORES A          *
      *                 TRANSFERIR PSVP-TRNF O DETALHE POR       *
      *                 MOVIMENTO E O TOTAL DA SOLICITACAO PARA  *
      *                 A SEGURADORA CESSIONARIA; COMMIT POR     *
      *                 SOLICITACAO.                             *
      *               COMO O PSVP1091, RECUSA-SE A INICIAR COM   *
      *               MARCADOR DO PSVP1095 ATIVO EM              *
      *               TCTRL_PROCESSO. PARM: 'S' = SIMULACAO      *
      *               (ARQUIVOS GERADOS, NADA GRAVADO EM DB2).   *
      ************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

           SELECT PSVP-PORT            ASSIGN TO   UT-S-PSVPPORT
                                       FILE STATUS IS WRK-FS-PSVPPORT.

           SELECT PSVP-TRNF            ASSIGN TO   UT-S-PSVPTRNF
                                       FILE STATUS IS WRK-FS-PSVPTRNF.

           SELECT PSVP-RETP            ASSIGN TO   UT-S-PSVPRETP
                                       FILE STATUS IS WRK-FS-PSVPRETP.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      *    INPUT: PSVP-PORT - SOLICITACOES DE PORTABILIDADE DE SAIDA,  *
      *           UMA LINHA POR MOVIMENTO, CLASSIFICADO POR SOLICITACAO*
      *----------------------------------------------------------------*
       FD  PSVP-PORT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PSVP-PORT                PIC  X(080).

      *----------------------------------------------------------------*
      *    OUTPUT: PSVP-TRNF - VALORES A TRANSFERIR PARA A SEGURADORA  *
      *            CESSIONARIA (DETALHE '1', TOTAL DA SOLICITACAO '2', *
      *            TRAILER '9')                                        *
      *----------------------------------------------------------------*
       FD  PSVP-TRNF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PSVP-TRNF                PIC  X(120).

      *----------------------------------------------------------------*
      *    OUTPUT: PSVP-RETP - SOLICITACOES RETIDAS, COM O MOTIVO POR  *
      *            MOVIMENTO                                           *
      *----------------------------------------------------------------*
       FD  PSVP-RETP
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PSVP-RETP                PIC  X(100).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*

       01  WRK-BATCH                  PIC  X(008) VALUE 'BATCH'.
       01  WRK-FIM-PORT               PIC  X(001) VALUE 'N'.

       01  WRK-FS-PSVPPORT            PIC  X(002) VALUE SPACES.
       01  WRK-FS-PSVPTRNF            PIC  X(002) VALUE SPACES.
       01  WRK-FS-PSVPRETP            PIC  X(002) VALUE SPACES.

       01  WRK-QTD-MARCADOR           PIC S9(004) COMP VALUE ZEROS.
       01  WRK-QTD-DECISAO            PIC S9(004) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
      *    MODO SIMULACAO ('S' GERA OS ARQUIVOS SEM GRAVAR EM DB2)     *
      *----------------------------------------------------------------*
       01  WRK-PARM-MODO-SIMULA       PIC  X(001) VALUE 'N'.
           88  WRK-EM-SIMULACAO           VALUE 'S'.

      *----------------------------------------------------------------*
      *    REGISTRO DE SOLICITACAO                                     *
      *----------------------------------------------------------------*
       01  WRK-REG-PORT.
           05  PORT-NSOLIC            PIC  X(012).
           05  FILLER                 PIC  X(001).
           05  PORT-NCERTIF           PIC  X(015).
           05  FILLER                 PIC  X(001).
           05  PORT-CSUSEP-CESS       PIC  X(005).
           05  FILLER                 PIC  X(001).
           05  PORT-TABELA            PIC  X(008).
           05  FILLER                 PIC  X(001).
           05  PORT-CHAVE             PIC S9(010)
                                          SIGN LEADING SEPARATE.
           05  FILLER                 PIC  X(025).

      *----------------------------------------------------------------*
      *    SOLICITACAO CORRENTE E SEUS MOVIMENTOS (ATE 100), COM OS    *
      *    SALDOS LIDOS E O MOTIVO DE RETENCAO DE CADA UM              *
      *----------------------------------------------------------------*
       01  WRK-NSOLIC-ATUAL           PIC  X(012) VALUE SPACES.
       01  WRK-NCERTIF-ATUAL          PIC  X(015) VALUE SPACES.
       01  WRK-CSUSEP-ATUAL           PIC  X(005) VALUE SPACES.
       01  WRK-SW-RETER-SOLIC         PIC  X(001) VALUE 'N'.
           88  WRK-RETER-SOLIC            VALUE 'S'.

       01  WRK-MAX-MOVTOS             PIC S9(004) COMP VALUE +100.
       01  WRK-QTD-MOVTOS             PIC S9(004) COMP VALUE ZEROS.
       01  WRK-QTD-EXCEDENTES         PIC S9(004) COMP VALUE ZEROS.
       01  WRK-IDX-MOV                PIC S9(004) COMP VALUE ZEROS.
       01  WRK-IDX-DUP                PIC S9(004) COMP VALUE ZEROS.
       01  WRK-TAB-MOVTOS.
           05  WRK-TAB-MOV-ITEM       OCCURS 100 TIMES.
               10  TAB-MOV-TABELA         PIC  X(008).
               10  TAB-MOV-CHAVE          PIC S9(010)V COMP-3.
               10  TAB-MOV-QBLOQ-ATU      PIC S9(009)V9(002) COMP-3.
               10  TAB-MOV-QBLOQ-ANT      PIC S9(009)V9(002) COMP-3.
               10  TAB-MOV-QRENT-ATU      PIC S9(009)V9(002) COMP-3.
               10  TAB-MOV-QRENT-ANT      PIC S9(009)V9(002) COMP-3.
               10  TAB-MOV-MOTIVO         PIC  X(030).

      *----------------------------------------------------------------*
      *    AREAS DE LEITURA E DE LIBERACAO DO MOVIMENTO CORRENTE       *
      *----------------------------------------------------------------*
       01  WRK-CHAVE-MOVTO            PIC S9(010)V COMP-3 VALUE ZEROS.
       01  WRK-TABELA-MOVTO           PIC  X(008) VALUE SPACES.
       01  WRK-MOV-QBLOQ-ATU          PIC S9(009)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-MOV-QBLOQ-ANT          PIC S9(009)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-MOV-QRENT-ATU          PIC S9(009)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-MOV-QRENT-ANT          PIC S9(009)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-VLR-BLOQ-LIBER         PIC S9(011)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-VLR-RENT-LIBER         PIC S9(011)V9(002) COMP-3
                                                  VALUE ZEROS.

      *----------------------------------------------------------------*
      *    TOTAIS DA SOLICITACAO CORRENTE E DO ARQUIVO DE TRANSFERENCIA*
      *----------------------------------------------------------------*
       01  WRK-SOL-VLR-BLOQ           PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-SOL-VLR-RENT           PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-ARQ-VLR-TOTAL          PIC S9(015)V9(002) COMP-3
                                                  VALUE ZEROS.

      *----------------------------------------------------------------*
      *    REGISTROS DO ARQUIVO DE VALORES A TRANSFERIR                *
      *----------------------------------------------------------------*
       01  WRK-REG-TRNF-DET.
           05  TRD-TIPO-REG           PIC  X(001) VALUE '1'.
           05  TRD-NSOLIC             PIC  X(012).
           05  TRD-NCERTIF            PIC  X(015).
           05  TRD-CSUSEP-CESS        PIC  X(005).
           05  TRD-TABELA             PIC  X(008).
           05  TRD-CHAVE              PIC  9(010).
           05  TRD-VLR-BLOQ           PIC S9(011)V9(002)
                                          SIGN LEADING SEPARATE.
           05  TRD-VLR-RENTB          PIC S9(011)V9(002)
                                          SIGN LEADING SEPARATE.
           05  TRD-VLR-TOTAL          PIC S9(011)V9(002)
                                          SIGN LEADING SEPARATE.
           05  FILLER                 PIC  X(027) VALUE SPACES.

       01  WRK-REG-TRNF-SOL.
           05  TRS-TIPO-REG           PIC  X(001) VALUE '2'.
           05  TRS-NSOLIC             PIC  X(012).
           05  TRS-NCERTIF            PIC  X(015).
           05  TRS-CSUSEP-CESS        PIC  X(005).
           05  TRS-QTD-MOVTOS         PIC  9(004).
           05  TRS-VLR-BLOQ           PIC S9(013)V9(002)
                                          SIGN LEADING SEPARATE.
           05  TRS-VLR-RENTB          PIC S9(013)V9(002)
                                          SIGN LEADING SEPARATE.
           05  TRS-VLR-TOTAL          PIC S9(013)V9(002)
                                          SIGN LEADING SEPARATE.
           05  FILLER                 PIC  X(035) VALUE SPACES.

       01  WRK-REG-TRNF-TRL.
           05  TRT-TIPO-REG           PIC  X(001) VALUE '9'.
           05  TRT-QTD-SOLIC          PIC  9(009).
           05  TRT-QTD-MOVTOS         PIC  9(009).
           05  TRT-VLR-TOTAL          PIC S9(015)V9(002)
                                          SIGN LEADING SEPARATE.
           05  TRT-IN-SIMULACAO       PIC  X(001).
           05  FILLER                 PIC  X(082) VALUE SPACES.

      *----------------------------------------------------------------*
      *    REGISTRO DAS SOLICITACOES RETIDAS                           *
      *----------------------------------------------------------------*
       01  WRK-REG-RETP.
           05  RETP-NSOLIC            PIC  X(012).
           05  FILLER                 PIC  X(001) VALUE SPACE.
           05  RETP-NCERTIF           PIC  X(015).
           05  FILLER                 PIC  X(001) VALUE SPACE.
           05  RETP-TABELA            PIC  X(008).
           05  FILLER                 PIC  X(001) VALUE SPACE.
           05  RETP-CHAVE             PIC S9(010)
                                          SIGN LEADING SEPARATE.
           05  FILLER                 PIC  X(001) VALUE SPACE.
           05  RETP-MOTIVO            PIC  X(030).
           05  FILLER                 PIC  X(020) VALUE SPACES.

      *----------------------------------------------------------------*
      *    TOTALIZADORES                                               *
      *----------------------------------------------------------------*
       01  WRK-TOTALIZADORES.
           05  WRK-TOT-LIDOS          PIC  9(009) VALUE ZEROS.
           05  WRK-TOT-SOLIC-LIBER    PIC  9(009) VALUE ZEROS.
           05  WRK-TOT-SOLIC-RETID    PIC  9(009) VALUE ZEROS.
           05  WRK-TOT-MOVTO-LIBER    PIC  9(009) VALUE ZEROS.
           05  WRK-TOT-MOVTO-RETID    PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    AREA PARA BRAD7100                                          *
      *----------------------------------------------------------------*
       COPY 'I#BRAD7C'.

      *---------------------------------------------------------------*
      *          DEFINICAO DAS AREAS DE COMUNICACAO DO COBOL X DB2    *
      *---------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE PSVPB0J1 END-EXEC.
           EXEC SQL INCLUDE PECQB031 END-EXEC.

      *---------------------------------------------------------------*
      *          AREA DE RECEPCAO DO PARM DA JCL                       *
      *---------------------------------------------------------------*
       LINKAGE SECTION.
       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM           PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-SIMULA   PIC  X(001).
               10  FILLER                 PIC  X(079).

      *===============================================================*
       PROCEDURE DIVISION USING WRK-PARM-AREA.
      *===============================================================*
      *----------------------------------------------------------------*
       0000-INICIAR               SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIO
           PERFORM 2000-ROTINA-PRINCIPAL
           PERFORM 3000-FINALIZA
           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIO                SECTION.
      *----------------------------------------------------------------*

           IF WRK-PARM-TAM IS GREATER THAN ZEROS
              AND WRK-PARM-DADO-SIMULA EQUAL 'S'
              MOVE 'S'                TO WRK-PARM-MODO-SIMULA
           END-IF

      ******************************************************************
      *    A LIBERACAO NAO PODE CONCORRER COM A JANELA DE CHECKPOINT   *
      *    DO FECHAMENTO ANUAL: MARCADOR DE PROCESSAMENTO DO PSVP1095  *
      *    ATIVO EM TCTRL_PROCESSO RECUSA O INICIO                     *
      ******************************************************************
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-MARCADOR
                  FROM DB2PRD.TCTRL_PROCESSO
                 WHERE CNOME_PROGRAMA = 'PSVP1095'
                   AND IN_ATIVO       = 'S'
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS)
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE 'TCTRLPRC'         TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '1000'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           IF WRK-QTD-MARCADOR IS GREATER THAN ZEROS
              DISPLAY '*** PSVP1088: MARCADOR DO PSVP1095 ATIVO -'
                      ' LIBERACAO POR PORTABILIDADE RECUSADA ***'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'MARCADOR'         TO ERR-DBD-TAB
              MOVE 'PSVP1095'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '1001'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           OPEN INPUT PSVP-PORT

           IF WRK-FS-PSVPPORT NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'OPEN '            TO ERR-DBD-TAB
              MOVE 'PSVPPORT'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '1002'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           OPEN OUTPUT PSVP-TRNF

           IF WRK-FS-PSVPTRNF NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'OPEN '            TO ERR-DBD-TAB
              MOVE 'PSVPTRNF'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '1003'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           OPEN OUTPUT PSVP-RETP

           IF WRK-FS-PSVPRETP NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'OPEN '            TO ERR-DBD-TAB
              MOVE 'PSVPRETP'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '1004'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ROTINA-PRINCIPAL      SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-LER-PSVPPORT

           PERFORM 2200-PROCESSAR-SOLIC
             UNTIL WRK-FIM-PORT EQUAL 'S'.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-PSVPPORT          SECTION.
      *----------------------------------------------------------------*

           READ PSVP-PORT             INTO WRK-REG-PORT

           IF WRK-FS-PSVPPORT EQUAL '10'
              MOVE 'S'                TO WRK-FIM-PORT
           ELSE
              IF WRK-FS-PSVPPORT NOT EQUAL '00'
                 MOVE 'SEQ'              TO ERR-TIPO-ACESSO
                 MOVE 'READ '            TO ERR-DBD-TAB
                 MOVE 'PSVPPORT'         TO ERR-FUN-COMANDO
                 MOVE ZEROS              TO ERR-SQL-CODE
                 MOVE '2100'             TO ERR-LOCAL
                 MOVE SPACES             TO ERR-SEGM
                 PERFORM 999-ROTINA-ERRO
              ELSE
                 ADD 1                   TO WRK-TOT-LIDOS
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PROCESSAR UMA SOLICITACAO: CARREGA E VALIDA TODOS OS *
      *    MOVIMENTOS ATE A QUEBRA DE PORT-NSOLIC; COM QUALQUER        *
      *    PENDENCIA RETEM A SOLICITACAO INTEIRA, SENAO LIBERA TODOS   *
      *    OS MOVIMENTOS E GRAVA O TOTAL PARA A CESSIONARIA            *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-PROCESSAR-SOLIC       SECTION.
      *----------------------------------------------------------------*

           MOVE PORT-NSOLIC           TO WRK-NSOLIC-ATUAL
           MOVE PORT-NCERTIF          TO WRK-NCERTIF-ATUAL
           MOVE PORT-CSUSEP-CESS      TO WRK-CSUSEP-ATUAL
           MOVE 'N'                   TO WRK-SW-RETER-SOLIC
           MOVE ZEROS                 TO WRK-QTD-MOVTOS
                                         WRK-QTD-EXCEDENTES
                                         WRK-SOL-VLR-BLOQ
                                         WRK-SOL-VLR-RENT

           IF WRK-NCERTIF-ATUAL EQUAL SPACES
              OR WRK-CSUSEP-ATUAL EQUAL SPACES
              MOVE 'S'                TO WRK-SW-RETER-SOLIC
           END-IF

           PERFORM 2300-CARREGAR-MOVTO
             UNTIL WRK-FIM-PORT EQUAL 'S'
                OR PORT-NSOLIC NOT EQUAL WRK-NSOLIC-ATUAL

           IF WRK-QTD-EXCEDENTES IS GREATER THAN ZEROS
              MOVE 'S'                TO WRK-SW-RETER-SOLIC
           END-IF

           IF WRK-RETER-SOLIC
              PERFORM 2600-RETER-MOVTO
                VARYING WRK-IDX-MOV FROM 1 BY 1
                  UNTIL WRK-IDX-MOV IS GREATER THAN WRK-QTD-MOVTOS
              ADD 1                   TO WRK-TOT-SOLIC-RETID
           ELSE
              PERFORM 2700-LIBERAR-MOVTO
                VARYING WRK-IDX-MOV FROM 1 BY 1
                  UNTIL WRK-IDX-MOV IS GREATER THAN WRK-QTD-MOVTOS
              PERFORM 2800-GRAVAR-TOTAL-SOLIC
              ADD 1                   TO WRK-TOT-SOLIC-LIBER

              IF NOT WRK-EM-SIMULACAO
                 EXEC SQL
                      COMMIT
                 END-EXEC
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA CARREGAR UM MOVIMENTO DA SOLICITACAO NA TABELA E     *
      *    VALIDA-LO; ACIMA DE WRK-MAX-MOVTOS A SOLICITACAO E RETIDA   *
      ******************************************************************
      *----------------------------------------------------------------*
       2300-CARREGAR-MOVTO        SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTD-MOVTOS IS NOT LESS THAN WRK-MAX-MOVTOS
              ADD 1                   TO WRK-QTD-EXCEDENTES
              MOVE WRK-NSOLIC-ATUAL   TO RETP-NSOLIC
              MOVE WRK-NCERTIF-ATUAL  TO RETP-NCERTIF
              MOVE PORT-TABELA        TO RETP-TABELA
              MOVE PORT-CHAVE         TO RETP-CHAVE
              MOVE 'SOLICITACAO EXCEDE 100 MOVTOS'
                                      TO RETP-MOTIVO
              PERFORM 2650-GRAVAR-RETP
              PERFORM 2100-LER-PSVPPORT
              GO TO 2300-99-FIM
           END-IF

           ADD 1                      TO WRK-QTD-MOVTOS
           MOVE WRK-QTD-MOVTOS        TO WRK-IDX-MOV
           MOVE PORT-TABELA           TO TAB-MOV-TABELA (WRK-IDX-MOV)
           MOVE PORT-CHAVE            TO TAB-MOV-CHAVE  (WRK-IDX-MOV)
           MOVE ZEROS                 TO TAB-MOV-QBLOQ-ATU (WRK-IDX-MOV)
                                         TAB-MOV-QBLOQ-ANT (WRK-IDX-MOV)
                                         TAB-MOV-QRENT-ATU (WRK-IDX-MOV)
                                         TAB-MOV-QRENT-ANT (WRK-IDX-MOV)
           MOVE SPACES                TO TAB-MOV-MOTIVO (WRK-IDX-MOV)

           IF WRK-NCERTIF-ATUAL EQUAL SPACES
              OR WRK-CSUSEP-ATUAL EQUAL SPACES
              MOVE 'SEM CERTIFICADO/CESSIONARIA'
                                      TO TAB-MOV-MOTIVO (WRK-IDX-MOV)
           ELSE
              PERFORM 2400-VALIDAR-MOVTO
           END-IF

           IF TAB-MOV-MOTIVO (WRK-IDX-MOV) NOT EQUAL SPACES
              MOVE 'S'                TO WRK-SW-RETER-SOLIC
           END-IF

           PERFORM 2100-LER-PSVPPORT.

      *----------------------------------------------------------------*
       2300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA VALIDAR O MOVIMENTO CORRENTE (WRK-IDX-MOV): TABELA,  *
      *    DUPLICIDADE NA SOLICITACAO, EXISTENCIA DA CHAVE, DECISAO    *
      *    PENDENTE NA FILA TPSVP_DECISAO E SALDO NEGATIVO             *
      ******************************************************************
      *----------------------------------------------------------------*
       2400-VALIDAR-MOVTO         SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-MOV-TABELA (WRK-IDX-MOV) TO WRK-TABELA-MOVTO
           MOVE TAB-MOV-CHAVE  (WRK-IDX-MOV) TO WRK-CHAVE-MOVTO

           IF WRK-TABELA-MOVTO NOT EQUAL 'PECQB007'
              AND WRK-TABELA-MOVTO NOT EQUAL 'PECQB027'
              MOVE 'TABELA INVALIDA'  TO TAB-MOV-MOTIVO (WRK-IDX-MOV)
              GO TO 2400-99-FIM
           END-IF

           PERFORM 2450-VERIFICAR-DUPLICADO
             VARYING WRK-IDX-DUP FROM 1 BY 1
               UNTIL WRK-IDX-DUP IS NOT LESS THAN WRK-IDX-MOV

           IF TAB-MOV-MOTIVO (WRK-IDX-MOV) NOT EQUAL SPACES
              GO TO 2400-99-FIM
           END-IF

           PERFORM 2410-LER-SALDOS

           IF TAB-MOV-MOTIVO (WRK-IDX-MOV) NOT EQUAL SPACES
              GO TO 2400-99-FIM
           END-IF

           MOVE WRK-MOV-QBLOQ-ATU     TO TAB-MOV-QBLOQ-ATU (WRK-IDX-MOV)
           MOVE WRK-MOV-QBLOQ-ANT     TO TAB-MOV-QBLOQ-ANT (WRK-IDX-MOV)
           MOVE WRK-MOV-QRENT-ATU     TO TAB-MOV-QRENT-ATU (WRK-IDX-MOV)
           MOVE WRK-MOV-QRENT-ANT     TO TAB-MOV-QRENT-ANT (WRK-IDX-MOV)

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-DECISAO
                  FROM DB2PRD.TPSVP_DECISAO
                 WHERE NM_TABELA   = :WRK-TABELA-MOVTO
                   AND NR_CHAVE    = :WRK-CHAVE-MOVTO
                   AND IN_SITUACAO IN ('P', 'D')
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS)
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE 'TPSVPDEC'         TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '2400'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           IF WRK-QTD-DECISAO IS GREATER THAN ZEROS
              MOVE 'DECISAO PENDENTE TPSVP_DECISAO'
                                      TO TAB-MOV-MOTIVO (WRK-IDX-MOV)
              GO TO 2400-99-FIM
           END-IF

           IF WRK-MOV-QBLOQ-ATU IS LESS THAN ZEROS
              OR WRK-MOV-QBLOQ-ANT IS LESS THAN ZEROS
              OR WRK-MOV-QRENT-ATU IS LESS THAN ZEROS
              OR WRK-MOV-QRENT-ANT IS LESS THAN ZEROS
              MOVE 'SALDO NEGATIVO'   TO TAB-MOV-MOTIVO (WRK-IDX-MOV)
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-LER-SALDOS            SECTION.
      *----------------------------------------------------------------*

           IF WRK-TABELA-MOVTO EQUAL 'PECQB007'
              EXEC SQL
                   SELECT QBLOQ_MOVTO_ATUAL,
                          QBLOQ_MOVTO_ANTER,
                          QRENTB_ATUAL_EMPR,
                          QRENTB_ANTER_EMPR
                     INTO :WRK-MOV-QBLOQ-ATU,
                          :WRK-MOV-QBLOQ-ANT,
                          :WRK-MOV-QRENT-ATU,
                          :WRK-MOV-QRENT-ANT
                     FROM DB2PRD.PECQ_MOV_QUOTA
                    WHERE MVQT_NR_MOV_QTA = :WRK-CHAVE-MOVTO
              END-EXEC
           ELSE
              EXEC SQL
                   SELECT QBLOQ_MOVTO_ATUAL,
                          QBLOQ_MOVTO_ANTER,
                          QRENTB_ATUAL_EMPR,
                          QRENTB_ANTER_EMPR
                     INTO :WRK-MOV-QBLOQ-ATU,
                          :WRK-MOV-QBLOQ-ANT,
                          :WRK-MOV-QRENT-ATU,
                          :WRK-MOV-QRENT-ANT
                     FROM DB2PRD.TMOVTC_TRNSF_ASSOC
                    WHERE NREG_TBELA_ASSOC = :WRK-CHAVE-MOVTO
              END-EXEC
           END-IF

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 CONTINUE
              WHEN SQLCODE EQUAL +100
                 MOVE 'CHAVE NAO ENCONTRADA'
                                      TO TAB-MOV-MOTIVO (WRK-IDX-MOV)
              WHEN OTHER
                 MOVE 'DB2'           TO ERR-TIPO-ACESSO
                 MOVE 'SELECT'        TO ERR-DBD-TAB
                 MOVE WRK-TABELA-MOVTO TO ERR-FUN-COMANDO
                 MOVE SQLCODE         TO ERR-SQL-CODE
                 MOVE '2410'          TO ERR-LOCAL
                 MOVE SPACES          TO ERR-SEGM
                 PERFORM 999-ROTINA-ERRO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2410-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2450-VERIFICAR-DUPLICADO   SECTION.
      *----------------------------------------------------------------*

           IF TAB-MOV-TABELA (WRK-IDX-DUP) EQUAL WRK-TABELA-MOVTO
              AND TAB-MOV-CHAVE (WRK-IDX-DUP) EQUAL WRK-CHAVE-MOVTO
              MOVE 'MOVIMENTO DUPLICADO'
                                      TO TAB-MOV-MOTIVO (WRK-IDX-MOV)
           END-IF.

      *----------------------------------------------------------------*
       2450-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA RETER UM MOVIMENTO DA SOLICITACAO: O MOTIVO PROPRIO  *
      *    OU, SE O MOVIMENTO ESTAVA EM ORDEM, A RETENCAO PELOS DEMAIS *
      ******************************************************************
      *----------------------------------------------------------------*
       2600-RETER-MOVTO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-NSOLIC-ATUAL      TO RETP-NSOLIC
           MOVE WRK-NCERTIF-ATUAL     TO RETP-NCERTIF
           MOVE TAB-MOV-TABELA (WRK-IDX-MOV) TO RETP-TABELA
           MOVE TAB-MOV-CHAVE  (WRK-IDX-MOV) TO RETP-CHAVE

           IF TAB-MOV-MOTIVO (WRK-IDX-MOV) EQUAL SPACES
              MOVE 'RETIDO COM A SOLICITACAO'
                                      TO RETP-MOTIVO
           ELSE
              MOVE TAB-MOV-MOTIVO (WRK-IDX-MOV) TO RETP-MOTIVO
           END-IF

           PERFORM 2650-GRAVAR-RETP.

      *----------------------------------------------------------------*
       2600-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2650-GRAVAR-RETP           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-REG-RETP          TO FD-PSVP-RETP

           WRITE FD-PSVP-RETP

           IF WRK-FS-PSVPRETP NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'WRITE'            TO ERR-DBD-TAB
              MOVE 'PSVPRETP'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '2650'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           ADD 1                      TO WRK-TOT-MOVTO-RETID.

      *----------------------------------------------------------------*
       2650-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA LIBERAR UM MOVIMENTO: ZERA OS QUATRO SALDOS (SO SE   *
      *    AINDA IGUAIS AOS LIDOS NA VALIDACAO), GRAVA O JORNAL E A    *
      *    CONTA-CORRENTE DE MOTIVOS E O DETALHE PARA A CESSIONARIA    *
      ******************************************************************
      *----------------------------------------------------------------*
       2700-LIBERAR-MOVTO         SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-MOV-TABELA (WRK-IDX-MOV)    TO WRK-TABELA-MOVTO
           MOVE TAB-MOV-CHAVE  (WRK-IDX-MOV)    TO WRK-CHAVE-MOVTO
           MOVE TAB-MOV-QBLOQ-ATU (WRK-IDX-MOV) TO WRK-MOV-QBLOQ-ATU
           MOVE TAB-MOV-QBLOQ-ANT (WRK-IDX-MOV) TO WRK-MOV-QBLOQ-ANT
           MOVE TAB-MOV-QRENT-ATU (WRK-IDX-MOV) TO WRK-MOV-QRENT-ATU
           MOVE TAB-MOV-QRENT-ANT (WRK-IDX-MOV) TO WRK-MOV-QRENT-ANT

           COMPUTE WRK-VLR-BLOQ-LIBER =
                   WRK-MOV-QBLOQ-ATU + WRK-MOV-QBLOQ-ANT
           COMPUTE WRK-VLR-RENT-LIBER =
                   WRK-MOV-QRENT-ATU + WRK-MOV-QRENT-ANT

           IF WRK-EM-SIMULACAO
              DISPLAY 'SIMULACAO ' WRK-TABELA-MOVTO ' CHAVE='
                      WRK-CHAVE-MOVTO
           ELSE
              IF WRK-TABELA-MOVTO EQUAL 'PECQB007'
                 EXEC SQL
                      UPDATE DB2PRD.PECQ_MOV_QUOTA
                         SET QBLOQ_MOVTO_ATUAL = 0,
                             QBLOQ_MOVTO_ANTER = 0,
                             QRENTB_ATUAL_EMPR = 0,
                             QRENTB_ANTER_EMPR = 0
                       WHERE MVQT_NR_MOV_QTA   = :WRK-CHAVE-MOVTO
                         AND QBLOQ_MOVTO_ATUAL = :WRK-MOV-QBLOQ-ATU
                         AND QBLOQ_MOVTO_ANTER = :WRK-MOV-QBLOQ-ANT
                         AND QRENTB_ATUAL_EMPR = :WRK-MOV-QRENT-ATU
                         AND QRENTB_ANTER_EMPR = :WRK-MOV-QRENT-ANT
                 END-EXEC
              ELSE
                 EXEC SQL
                      UPDATE DB2PRD.TMOVTC_TRNSF_ASSOC
                         SET QBLOQ_MOVTO_ATUAL = 0,
                             QBLOQ_MOVTO_ANTER = 0,
                             QRENTB_ATUAL_EMPR = 0,
                             QRENTB_ANTER_EMPR = 0
                       WHERE NREG_TBELA_ASSOC  = :WRK-CHAVE-MOVTO
                         AND QBLOQ_MOVTO_ATUAL = :WRK-MOV-QBLOQ-ATU
                         AND QBLOQ_MOVTO_ANTER = :WRK-MOV-QBLOQ-ANT
                         AND QRENTB_ATUAL_EMPR = :WRK-MOV-QRENT-ATU
                         AND QRENTB_ANTER_EMPR = :WRK-MOV-QRENT-ANT
                 END-EXEC
              END-IF

      ******************************************************************
      *    SALDO ALTERADO ENTRE A VALIDACAO E O UPDATE (+100) OU ERRO: *
      *    ABENDA SEM COMMIT - A SOLICITACAO CORRENTE VOLTA INTEIRA    *
      *    E AS ANTERIORES JA ESTAO CONFIRMADAS                        *
      ******************************************************************
              IF (SQLCODE NOT EQUAL ZEROS) OR
                 (SQLWARN0    EQUAL 'W')
                 MOVE 'DB2'           TO ERR-TIPO-ACESSO
                 MOVE 'UPDATE'        TO ERR-DBD-TAB
                 MOVE WRK-TABELA-MOVTO TO ERR-FUN-COMANDO
                 MOVE SQLCODE         TO ERR-SQL-CODE
                 MOVE '2700'          TO ERR-LOCAL
                 MOVE SPACES          TO ERR-SEGM
                 PERFORM 999-ROTINA-ERRO
              END-IF

              PERFORM 2750-GRAVAR-JORNAL
              PERFORM 2760-GRAVAR-LIBERACAO
           END-IF

           MOVE WRK-NSOLIC-ATUAL      TO TRD-NSOLIC
           MOVE WRK-NCERTIF-ATUAL     TO TRD-NCERTIF
           MOVE WRK-CSUSEP-ATUAL      TO TRD-CSUSEP-CESS
           MOVE WRK-TABELA-MOVTO      TO TRD-TABELA
           MOVE WRK-CHAVE-MOVTO       TO TRD-CHAVE
           MOVE WRK-VLR-BLOQ-LIBER    TO TRD-VLR-BLOQ
           MOVE WRK-VLR-RENT-LIBER    TO TRD-VLR-RENTB
           COMPUTE TRD-VLR-TOTAL =
                   WRK-VLR-BLOQ-LIBER + WRK-VLR-RENT-LIBER
           MOVE WRK-REG-TRNF-DET      TO FD-PSVP-TRNF
           PERFORM 2900-GRAVAR-TRNF

           ADD WRK-VLR-BLOQ-LIBER     TO WRK-SOL-VLR-BLOQ
           ADD WRK-VLR-RENT-LIBER     TO WRK-SOL-VLR-RENT
           ADD 1                      TO WRK-TOT-MOVTO-LIBER.

      *----------------------------------------------------------------*
       2700-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA GRAVAR A LINHA ANTES/DEPOIS NO JORNAL                *
      *    TPSVP_JRNL_ROLLOVER (MODO 'P' - PORTABILIDADE DE SAIDA)     *
      ******************************************************************
      *----------------------------------------------------------------*
       2750-GRAVAR-JORNAL         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TABELA-MOVTO      TO NM-TABELA OF PSVPB0J1
           MOVE WRK-CHAVE-MOVTO       TO NR-CHAVE  OF PSVPB0J1
           MOVE WRK-MOV-QBLOQ-ATU     TO QBLOQ-ATUAL-ANTES OF PSVPB0J1
           MOVE WRK-MOV-QBLOQ-ANT     TO QBLOQ-ANTER-ANTES OF PSVPB0J1
           MOVE WRK-MOV-QRENT-ATU     TO QRENTB-ATUAL-ANTES
                                         OF PSVPB0J1
           MOVE WRK-MOV-QRENT-ANT     TO QRENTB-ANTER-ANTES
                                         OF PSVPB0J1
           MOVE ZEROS                 TO QBLOQ-ATUAL-DEPOIS
                                         OF PSVPB0J1
                                         QBLOQ-ANTER-DEPOIS
                                         OF PSVPB0J1
                                         QRENTB-ATUAL-DEPOIS
                                         OF PSVPB0J1
                                         QRENTB-ANTER-DEPOIS
                                         OF PSVPB0J1
           MOVE 'P'                   TO IN-MODO-EXEC OF PSVPB0J1
           MOVE SPACES                TO CD-PARTICAO OF PSVPB0J1

           EXEC SQL
                INSERT INTO DB2PRD.TPSVP_JRNL_ROLLOVER
                      (NM_TABELA           ,
                       NR_CHAVE            ,
                       QBLOQ_ATUAL_ANTES   ,
                       QBLOQ_ANTER_ANTES   ,
                       QRENTB_ATUAL_ANTES  ,
                       QRENTB_ANTER_ANTES  ,
                       QBLOQ_ATUAL_DEPOIS  ,
                       QBLOQ_ANTER_DEPOIS  ,
                       QRENTB_ATUAL_DEPOIS ,
                       QRENTB_ANTER_DEPOIS ,
                       DT_EXECUCAO         ,
                       IN_MODO_EXEC        ,
                       CD_PARTICAO)
                  VALUES
                      (:PSVPB0J1.NM-TABELA           ,
                       :PSVPB0J1.NR-CHAVE            ,
                       :PSVPB0J1.QBLOQ-ATUAL-ANTES   ,
                       :PSVPB0J1.QBLOQ-ANTER-ANTES   ,
                       :PSVPB0J1.QRENTB-ATUAL-ANTES  ,
                       :PSVPB0J1.QRENTB-ANTER-ANTES  ,
                       :PSVPB0J1.QBLOQ-ATUAL-DEPOIS  ,
                       :PSVPB0J1.QBLOQ-ANTER-DEPOIS  ,
                       :PSVPB0J1.QRENTB-ATUAL-DEPOIS ,
                       :PSVPB0J1.QRENTB-ANTER-DEPOIS ,
                       CHAR(CURRENT DATE, ISO)       ,
                       :PSVPB0J1.IN-MODO-EXEC        ,
                       :PSVPB0J1.CD-PARTICAO)
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'INSERT'           TO ERR-DBD-TAB
              MOVE 'JORNAL'           TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '2750'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2750-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA GRAVAR NA CONTA-CORRENTE DE MOTIVOS A LIBERACAO POR  *
      *    PORTABILIDADE (TIPO 'L', MOTIVO 'PORT', DOCUMENTO = NUMERO  *
      *    DA SOLICITACAO), SO PARA CHAVES DE PECQ_MOV_QUOTA - A       *
      *    CONTA-CORRENTE E POR MVQT_NR_MOV_QTA                        *
      ******************************************************************
      *----------------------------------------------------------------*
       2760-GRAVAR-LIBERACAO      SECTION.
      *----------------------------------------------------------------*

           IF WRK-TABELA-MOVTO NOT EQUAL 'PECQB007'
              GO TO 2760-99-FIM
           END-IF

           MOVE WRK-CHAVE-MOVTO        TO MVQT-NR-MOV-QTA OF PECQB031
           MOVE WRK-NSOLIC-ATUAL       TO NDOC-ORIGEM OF PECQB031

           EXEC SQL
                SELECT COALESCE(MAX(NSEQ_MOTIV), 0) + 1
                  INTO :PECQB031.NSEQ-MOTIV
                  FROM DB2PRD.TPECQ_MOTIV_BLOQ
                 WHERE MVQT_NR_MOV_QTA =
                       :PECQB031.MVQT-NR-MOV-QTA
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) AND
              (SQLCODE NOT EQUAL +100)
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE 'TPECQMTB'         TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '2760'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           EXEC SQL
                INSERT INTO DB2PRD.TPECQ_MOTIV_BLOQ
                       ( MVQT_NR_MOV_QTA
                       , NSEQ_MOTIV
                       , CTIPO_EVENTO
                       , CMOTIVO_BLOQ
                       , NDOC_ORIGEM
                       , CAREA_RESP
                       , DT_EVENTO
                       , HR_EVENTO )
                VALUES ( :PECQB031.MVQT-NR-MOV-QTA
                       , :PECQB031.NSEQ-MOTIV
                       , 'L'
                       , 'PORT'
                       , :PECQB031.NDOC-ORIGEM
                       , 'PSVP'
                       , CHAR(CURRENT DATE, ISO)
                       , CHAR(CURRENT TIME, ISO) )
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'INSERT'           TO ERR-DBD-TAB
              MOVE 'TPECQMTB'         TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '2761'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2760-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-GRAVAR-TOTAL-SOLIC    SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-NSOLIC-ATUAL      TO TRS-NSOLIC
           MOVE WRK-NCERTIF-ATUAL     TO TRS-NCERTIF
           MOVE WRK-CSUSEP-ATUAL      TO TRS-CSUSEP-CESS
           MOVE WRK-QTD-MOVTOS        TO TRS-QTD-MOVTOS
           MOVE WRK-SOL-VLR-BLOQ      TO TRS-VLR-BLOQ
           MOVE WRK-SOL-VLR-RENT      TO TRS-VLR-RENTB
           COMPUTE TRS-VLR-TOTAL =
                   WRK-SOL-VLR-BLOQ + WRK-SOL-VLR-RENT
           MOVE WRK-REG-TRNF-SOL      TO FD-PSVP-TRNF
           PERFORM 2900-GRAVAR-TRNF

           COMPUTE WRK-ARQ-VLR-TOTAL =
                   WRK-ARQ-VLR-TOTAL + WRK-SOL-VLR-BLOQ
                                     + WRK-SOL-VLR-RENT.

      *----------------------------------------------------------------*
       2800-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-GRAVAR-TRNF           SECTION.
      *----------------------------------------------------------------*

           WRITE FD-PSVP-TRNF

           IF WRK-FS-PSVPTRNF NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'WRITE'            TO ERR-DBD-TAB
              MOVE 'PSVPTRNF'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '2900'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2900-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA FINALIZA                                             *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-FINALIZA              SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TOT-SOLIC-LIBER   TO TRT-QTD-SOLIC
           MOVE WRK-TOT-MOVTO-LIBER   TO TRT-QTD-MOVTOS
           MOVE WRK-ARQ-VLR-TOTAL     TO TRT-VLR-TOTAL
           MOVE WRK-PARM-MODO-SIMULA  TO TRT-IN-SIMULACAO
           MOVE WRK-REG-TRNF-TRL      TO FD-PSVP-TRNF
           PERFORM 2900-GRAVAR-TRNF

           DISPLAY '*********** PSVP1088 ***********'
           DISPLAY '*                              *'
           DISPLAY '* LIBERACAO POR PORTABILIDADE  *'
           DISPLAY '* ---------------------------- *'
           IF WRK-EM-SIMULACAO
              DISPLAY '* MODO     : SIMULACAO         *'
           ELSE
              DISPLAY '* MODO     : REAL              *'
           END-IF
           DISPLAY '* LINHAS LIDAS      : ' WRK-TOT-LIDOS
           DISPLAY '* SOLIC. LIBERADAS  : ' WRK-TOT-SOLIC-LIBER
           DISPLAY '* SOLIC. RETIDAS    : ' WRK-TOT-SOLIC-RETID
           DISPLAY '* MOVTOS LIBERADOS  : ' WRK-TOT-MOVTO-LIBER
           DISPLAY '* MOVTOS RETIDOS    : ' WRK-TOT-MOVTO-RETID
           DISPLAY '*********** PSVP1088 ***********'

           CLOSE PSVP-PORT
                 PSVP-TRNF
                 PSVP-RETP

           IF WRK-FS-PSVPPORT NOT EQUAL '00'
              OR WRK-FS-PSVPTRNF NOT EQUAL '00'
              OR WRK-FS-PSVPRETP NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'CLOSE'            TO ERR-DBD-TAB
              MOVE 'PSVPPORT'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '3000'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA DE ERRO PADRAO DO SUBSISTEMA                         *
      ******************************************************************
      *----------------------------------------------------------------*
       999-ROTINA-ERRO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'PSVP1088'            TO ERR-PGM

           CALL 'BRAD7100'         USING WRK-BATCH
                                         ERRO-AREA
                                         SQLCA

           GOBACK.

      *----------------------------------------------------------------*
       999-99-FIM.  EXIT.
      *----------------------------------------------------------------*
