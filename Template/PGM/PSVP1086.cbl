      *----------------------------------------------------------
       IDENTIFICATION  DIVISION.
      *----------------------------------------------------------
       PROGRAM-ID. PSVP1086.
      ************************************************************
      * SISTEMA     : BRADESCO VIDA E PREVIDENCIA                *
      * SUBSISTEMA  : PSVP                                       *
      * ANALISTA    : EQUIPE HOMI      - SONDA                   *
      * DATA        : 22/08/2028                                 *
      * OBJETIVO    : INTERFACE CONTABIL DOS MOVIMENTOS DE SALDO *
      *               BLOQUEADO. LE O JORNAL TPSVP_JRNL_ROLLOVER *
      *               (LINHAS AINDA NAO CONTABILIZADAS, DATA DE  *
      *               EXECUCAO ATE A DATA CONTABIL) E GERA OS    *
      *               LANCAMENTOS A DEBITO E A CREDITO NO LEIAUTE*
      *               DA INTERFACE DO RAZAO (HEADER 'H', DETALHE *
      *               'D', TRAILER 'T' COM O DIGEST GOTF1100),   *
      *               TOTALIZADOS POR EVENTO CONTABIL, CONTA E   *
      *               NATUREZA:                                  *
      *               'PSRL' ROLLOVER ANUAL (MODO 'N'/'T' -      *
      *                      PSVP1095): BLOQUEADO ANTERIOR QUE   *
      *                      ROLA PARA RENTABILIDADE;            *
      *               'PSZ2' ZERAGEM DO ANO 2 (MODO 'N'/'T'):    *
      *                      RENTABILIDADE ANTERIOR DESCARTADA   *
      *                      PELO ROLLOVER;                      *
      *               'PSAJ' AJUSTE MANUAL (MODO 'J' - PSVP1091);*
      *               'PSDX' DISPOSICAO DE EXCECAO (MODO 'X' -   *
      *                      PSVP1097);                          *
      *               'PSAG' LIBERACAO POR AGING (MODO 'A' -     *
      *                      PSVP1098);                          *
      *               'PSPT' PORTABILIDADE DE SAIDA (MODO 'P' -  *
      *                      PSVP1088);                          *
      *               'PSRM' RENTABILIDADE MENSAL (MODO 'R' -    *
      *                      PSVP1087).                          *
      *               NOS MODOS DE AJUSTE/DISPOSICAO O VALOR E A *
      *               VARIACAO (DEPOIS - ANTES) DO BLOQUEADO E DA*
      *               RENTABILIDADE (ATUAL + ANTERIOR), CONTRA A *
      *               CONTRAPARTIDA DO EVENTO.                   *
      *               CADA LINHA DO JORNAL TRATADA RECEBE A DATA *
      *               CONTABIL EM DT_CONTABIL E NAO E MAIS LIDA -*
      *               UM MESMO MOVIMENTO NUNCA E CONTABILIZADO   *
      *               DUAS VEZES. COMMIT UNICO, SO DEPOIS DO     *
      *               TRAILER GRAVADO.                           *
      *               CONCILIACAO: POR ANO DAS LINHAS DE ROLLOVER*
      *               ('N'/'T'), AS LINHAS DO JORNAL DO ANO X A  *
      *               SOMA DE QT_ATLZ_B007 + QT_ATLZ_B027 +      *
      *               QT_ATLZ_TARG DAS EXECUCOES REAIS DO        *
      *               PSVP1095 NO ANO EM PSVP_CTRL_EXEC.         *
      *               DIFERENCA RETEM A INTERFACE (ARQUIVO VAZIO,*
      *               NADA MARCADO, RETURN-CODE 12), SALVO COM   *
      *               LIBERACAO FORCADA NO PARM.                 *
      *               COMO O PSVP1091, RECUSA-SE A INICIAR COM   *
      *               MARCADOR DO PSVP1095 ATIVO EM              *
      *               TCTRL_PROCESSO.                            *
      *               PARM: DATA CONTABIL AAAA-MM-DD (PADRAO A   *
      *               DATA CORRENTE) E, NA POSICAO 12, 'F' =     *
      *               LIBERACAO FORCADA COM DIFERENCA NA         *
      *               CONCILIACAO.                               *
      ************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

           SELECT PSVP-CTBL            ASSIGN TO   UT-S-PSVPCTBL
                                       FILE STATUS IS WRK-FS-PSVPCTBL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      *    OUTPUT: PSVP-CTBL - INTERFACE CONTABIL DO RAZAO (LEIAUTE    *
      *            GOTF006S, HEADER/DETALHE/TRAILER COM DIGEST)        *
      *----------------------------------------------------------------*
       FD  PSVP-CTBL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PSVP-CTBL                PIC  X(080).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*

       01  WRK-BATCH                  PIC  X(008) VALUE 'BATCH'.
       01  WRK-FIM-JRNL               PIC  X(001) VALUE 'N'.

       01  WRK-FS-PSVPCTBL            PIC  X(002) VALUE SPACES.

       01  WRK-QTD-MARCADOR           PIC S9(004) COMP VALUE ZEROS.

       77  WRK-RC-RETIDO              PIC S9(004) COMP VALUE +12.

      *----------------------------------------------------------------*
      *    DATA CONTABIL (PARM OU DATA CORRENTE) E LIBERACAO FORCADA   *
      *----------------------------------------------------------------*
       01  WRK-DT-CONTABIL            PIC  X(010) VALUE SPACES.
       01  WRK-SW-FORCAR              PIC  X(001) VALUE 'N'.
           88  WRK-LIBERACAO-FORCADA      VALUE 'F'.

      *----------------------------------------------------------------*
      *    CONTAS DO RAZAO DOS SALDOS BLOQUEADOS DE PREVIDENCIA        *
      *----------------------------------------------------------------*
       01  WRK-CONTA-BLOQUEADO        PIC  X(010) VALUE '2481000001'.
       01  WRK-CONTA-RENTB            PIC  X(010) VALUE '2481000002'.
       01  WRK-CONTA-DISPONIVEL       PIC  X(010) VALUE '2481000003'.
       01  WRK-CONTA-TRANSF           PIC  X(010) VALUE '2481000004'.
       01  WRK-CONTA-AJUSTE           PIC  X(010) VALUE '2481000009'.
       01  WRK-CONTA-DESP-RENTB       PIC  X(010) VALUE '4481000001'.

       01  WRK-CSIST-LANCTO           PIC  X(003) VALUE 'PSV'.

      *----------------------------------------------------------------*
      *    EVENTOS CONTABEIS (CODIGO E DESCRICAO), NA ORDEM DO RESUMO  *
      *----------------------------------------------------------------*
       01  WRK-TAB-EVENTOS-DADOS.
           05  FILLER                 PIC  X(024) VALUE
                              'PSRLROLLOVER ANUAL      '.
           05  FILLER                 PIC  X(024) VALUE
                              'PSZ2ZERAGEM DO ANO 2    '.
           05  FILLER                 PIC  X(024) VALUE
                              'PSAJAJUSTE MANUAL       '.
           05  FILLER                 PIC  X(024) VALUE
                              'PSDXDISPOSICAO EXCECAO  '.
           05  FILLER                 PIC  X(024) VALUE
                              'PSAGLIBERACAO AGING     '.
           05  FILLER                 PIC  X(024) VALUE
                              'PSPTPORTABILIDADE SAIDA '.
           05  FILLER                 PIC  X(024) VALUE
                              'PSRMRENTABILIDADE MENSAL'.
       01  WRK-TAB-EVENTOS REDEFINES WRK-TAB-EVENTOS-DADOS.
           05  WRK-TAB-EVT-ITEM       OCCURS 7 TIMES.
               10  TAB-EVT-CODIGO         PIC  X(004).
               10  TAB-EVT-DESCRICAO      PIC  X(020).

       01  WRK-QTD-EVENTOS            PIC S9(004) COMP VALUE +7.
       01  WRK-TAB-EVT-TOTAIS.
           05  WRK-TAB-EVT-TOT        OCCURS 7 TIMES.
               10  TAB-EVT-QTD-LINHAS     PIC S9(009) COMP-3.
               10  TAB-EVT-VLR-DEB        PIC S9(013)V9(002) COMP-3.
               10  TAB-EVT-VLR-CRED       PIC S9(013)V9(002) COMP-3.

      *----------------------------------------------------------------*
      *    LANCAMENTOS ACUMULADOS POR EVENTO, CONTA E NATUREZA         *
      *----------------------------------------------------------------*
       01  WRK-MAX-ACUM               PIC S9(004) COMP VALUE +40.
       01  WRK-QTD-ACUM               PIC S9(004) COMP VALUE ZEROS.
       01  WRK-IDX-ACM                PIC S9(004) COMP VALUE ZEROS.
       01  WRK-IDX-ACHADO             PIC S9(004) COMP VALUE ZEROS.
       01  WRK-TAB-ACUM.
           05  WRK-TAB-ACM-ITEM       OCCURS 40 TIMES.
               10  TAB-ACM-IDX-EVT        PIC S9(004) COMP.
               10  TAB-ACM-CONTA          PIC  X(010).
               10  TAB-ACM-DEB-CRED       PIC  X(001).
               10  TAB-ACM-VALOR          PIC S9(013)V9(002) COMP-3.

      *----------------------------------------------------------------*
      *    LANCAMENTO CORRENTE: EVENTO, VALOR COM SINAL (POSITIVO =    *
      *    AUMENTO DO SALDO), CONTA DO SALDO E CONTRAPARTIDA           *
      *----------------------------------------------------------------*
       01  WRK-IDX-EVT                PIC S9(004) COMP VALUE ZEROS.
       01  WRK-LCT-VALOR              PIC S9(011)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-LCT-CONTA-SALDO        PIC  X(010) VALUE SPACES.
       01  WRK-LCT-CONTA-CONTRA       PIC  X(010) VALUE SPACES.
       01  WRK-LCT-CONTA              PIC  X(010) VALUE SPACES.
       01  WRK-LCT-DEB-CRED           PIC  X(001) VALUE SPACE.
       01  WRK-LCT-ABSOLUTO           PIC S9(011)V9(002) COMP-3
                                                  VALUE ZEROS.

      *----------------------------------------------------------------*
      *    ANOS DAS LINHAS DE ROLLOVER TRATADAS, PARA A CONCILIACAO    *
      *    COM PSVP_CTRL_EXEC                                          *
      *----------------------------------------------------------------*
       01  WRK-MAX-ANOS               PIC S9(004) COMP VALUE +10.
       01  WRK-QTD-ANOS               PIC S9(004) COMP VALUE ZEROS.
       01  WRK-IDX-ANO                PIC S9(004) COMP VALUE ZEROS.
       01  WRK-TAB-ANOS.
           05  WRK-TAB-ANO-ITEM       OCCURS 10 TIMES.
               10  TAB-ANO-AAAA           PIC  X(004).
               10  TAB-ANO-QTD-LINHAS     PIC S9(009) COMP-3.

       01  WRK-ANO-CORRENTE           PIC  X(004) VALUE SPACES.
       01  WRK-QTD-JRNL-ANO           PIC S9(009) COMP-3 VALUE ZEROS.
       01  WRK-QTD-EXEC-ANO           PIC S9(009) COMP-3 VALUE ZEROS.
       01  WRK-QTD-ATLZ-ANO           PIC S9(011) COMP-3 VALUE ZEROS.
       01  WRK-DIF-ANO                PIC S9(011) COMP-3 VALUE ZEROS.
       01  WRK-SW-RECONC              PIC  X(001) VALUE 'S'.
           88  WRK-CONCILIADO             VALUE 'S'.

      *----------------------------------------------------------------*
      *    TOTALIZADORES                                               *
      *----------------------------------------------------------------*
       01  WRK-TOTALIZADORES.
           05  WRK-TOT-LIDOS          PIC  9(009) VALUE ZEROS.
           05  WRK-TOT-MARCADOS       PIC  9(009) VALUE ZEROS.
           05  WRK-TOT-IGNORADOS      PIC  9(009) VALUE ZEROS.
       01  WRK-LANCTOS-GRAVADOS       PIC  9(009) VALUE ZEROS.
       01  WRK-TOT-DEBITOS            PIC  9(013)V9(002) VALUE ZEROS.
       01  WRK-TOT-CREDITOS           PIC  9(013)V9(002) VALUE ZEROS.

       01  WRK-EDT-VALOR              PIC  -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-EDT-VALOR-2            PIC  -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-EDT-QTD                PIC  ZZZ.ZZZ.ZZ9.
       01  WRK-EDT-QTD-2              PIC  ZZZ.ZZZ.ZZ9.

      *----------------------------------------------------------------*
      *    REGISTROS DA INTERFACE CONTABIL (LEIAUTE GOTF006S)          *
      *----------------------------------------------------------------*
       01  WRK-REG-HEADER-CTB.
           05  HDR-TIPO-REGISTRO      PIC  X(001) VALUE 'H'.
           05  HDR-DATA-CONTABIL      PIC  X(010).
           05  FILLER                 PIC  X(069) VALUE SPACES.

       01  WRK-REG-CTB.
           05  CTB-TIPO-REGISTRO      PIC  X(001) VALUE 'D'.
           05  CTB-DATA-CONTABIL      PIC  X(010).
           05  CTB-CONTA              PIC  X(010).
           05  CTB-IND-DEB-CRED       PIC  X(001).
           05  CTB-CSIST-ORIGE-TARIF  PIC  X(003).
           05  CTB-CJUSTF-EVNTO-TARIF PIC  X(004).
           05  CTB-VALOR              PIC  9(013)V9(002).
           05  FILLER                 PIC  X(036) VALUE SPACES.

       01  WRK-REG-TRAILER-CTB.
           05  TRL-TIPO-REGISTRO      PIC  X(001) VALUE 'T'.
           05  TRL-QTD-LANCTOS        PIC  9(009).
           05  TRL-TOT-DEBITOS        PIC  9(013)V9(002).
           05  TRL-TOT-CREDITOS       PIC  9(013)V9(002).
           05  TRL-DIGEST             PIC  X(032).
           05  FILLER                 PIC  X(008) VALUE SPACES.

      *----------------------------------------------------------------*
      *    CONTROLE DE INTEGRIDADE DA INTERFACE (MODULO GOTF1100):     *
      *    DIGEST HMAC DE TODOS OS REGISTROS, LEVADO NO TRAILER COM A  *
      *    CHAVE DA INTERFACE DO RAZAO                                 *
      *----------------------------------------------------------------*
       77  WRK-GOTF1100               PIC  X(008) VALUE 'GOTF1100'.
       77  WRK-ROTULO-HMAC-RAZAO      PIC  X(064) VALUE
           'GOTF.HMAC.INTERFACE.RAZAO'.

       COPY GOTFWINT.

      *----------------------------------------------------------------*
      *    AREA PARA BRAD7100                                          *
      *----------------------------------------------------------------*
       COPY 'I#BRAD7C'.

      *---------------------------------------------------------------*
      *          DEFINICAO DAS AREAS DE COMUNICACAO DO COBOL X DB2    *
      *---------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE PSVPB0J1 END-EXEC.

      *---------------------------------------------------------------*
      *          LINHAS DO JORNAL AINDA NAO CONTABILIZADAS             *
      *---------------------------------------------------------------*
           EXEC SQL DECLARE CJRN CURSOR FOR
                SELECT NM_TABELA,
                       NR_CHAVE,
                       QBLOQ_ATUAL_ANTES,
                       QBLOQ_ANTER_ANTES,
                       QRENTB_ATUAL_ANTES,
                       QRENTB_ANTER_ANTES,
                       QBLOQ_ATUAL_DEPOIS,
                       QBLOQ_ANTER_DEPOIS,
                       QRENTB_ATUAL_DEPOIS,
                       QRENTB_ANTER_DEPOIS,
                       DT_EXECUCAO,
                       IN_MODO_EXEC
                  FROM DB2PRD.TPSVP_JRNL_ROLLOVER
                 WHERE DT_CONTABIL  = '0001-01-01'
                   AND DT_EXECUCAO <= :WRK-DT-CONTABIL
                   FOR UPDATE OF DT_CONTABIL
           END-EXEC.

      *---------------------------------------------------------------*
      *          AREA DE RECEPCAO DO PARM DA JCL                       *
      *---------------------------------------------------------------*
       LINKAGE SECTION.
       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM           PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-DT-CONTABIL PIC  X(010).
               10  FILLER                 PIC  X(001).
               10  WRK-PARM-DADO-FORCAR   PIC  X(001).
               10  FILLER                 PIC  X(068).

      *===============================================================*
       PROCEDURE DIVISION USING WRK-PARM-AREA.
      *===============================================================*
      *----------------------------------------------------------------*
       0000-INICIAR               SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIO
           PERFORM 2000-LER-JORNAL
           PERFORM 3000-CONCILIAR
           PERFORM 4000-GERAR-INTERFACE
           PERFORM 5000-FINALIZA
           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIO                SECTION.
      *----------------------------------------------------------------*

           INITIALIZE WRK-TAB-EVT-TOTAIS
                      WRK-TAB-ACUM
                      WRK-TAB-ANOS

           IF WRK-PARM-TAM IS GREATER THAN ZEROS
              AND WRK-PARM-DADO-DT-CONTABIL NOT EQUAL SPACES
              MOVE WRK-PARM-DADO-DT-CONTABIL TO WRK-DT-CONTABIL
           END-IF

           IF WRK-PARM-TAM IS GREATER THAN 11
              AND WRK-PARM-DADO-FORCAR EQUAL 'F'
              MOVE 'F'                TO WRK-SW-FORCAR
           END-IF

      ******************************************************************
      *    DATA CONTABIL: A DO PARM E VALIDADA PELO DB2; SEM PARM, A   *
      *    DATA CORRENTE                                               *
      ******************************************************************
           IF WRK-DT-CONTABIL EQUAL SPACES
              EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                     INTO :WRK-DT-CONTABIL
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
           ELSE
              EXEC SQL
                   SELECT CHAR(DATE(:WRK-DT-CONTABIL), ISO)
                     INTO :WRK-DT-CONTABIL
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF

           IF SQLCODE EQUAL -180 OR -181
              DISPLAY '*********** PSVP1086 ***********'
              DISPLAY '* DATA CONTABIL DO PARM        *'
              DISPLAY '* INVALIDA: ' WRK-DT-CONTABIL
              DISPLAY '* ARQUIVO NAO GERADO           *'
              DISPLAY '*********** PSVP1086 ***********'
              MOVE WRK-RC-RETIDO      TO RETURN-CODE
              GOBACK
           END-IF

           IF (SQLCODE NOT EQUAL ZEROS)
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE 'SYSDUMMY'         TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '1000'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

      ******************************************************************
      *    A INTERFACE NAO PODE CONCORRER COM A JANELA DE CHECKPOINT   *
      *    DO FECHAMENTO ANUAL (ROLLOVER PELA METADE NO JORNAL):       *
      *    MARCADOR DE PROCESSAMENTO DO PSVP1095 ATIVO EM              *
      *    TCTRL_PROCESSO RECUSA O INICIO                              *
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
              MOVE '1001'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           IF WRK-QTD-MARCADOR IS GREATER THAN ZEROS
              DISPLAY '*** PSVP1086: MARCADOR DO PSVP1095 ATIVO -'
                      ' INTERFACE CONTABIL RECUSADA ***'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'MARCADOR'         TO ERR-DBD-TAB
              MOVE 'PSVP1095'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '1002'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           OPEN OUTPUT PSVP-CTBL

           IF WRK-FS-PSVPCTBL NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'OPEN '            TO ERR-DBD-TAB
              MOVE 'PSVPCTBL'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '1003'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA LER O JORNAL: CADA LINHA NAO CONTABILIZADA GERA SEUS *
      *    LANCAMENTOS (ACUMULADOS EM MEMORIA) E E MARCADA COM A DATA  *
      *    CONTABIL - A MARCA SO E CONFIRMADA NO COMMIT FINAL          *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-LER-JORNAL            SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
                OPEN CJRN
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS)
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'OPEN  '           TO ERR-DBD-TAB
              MOVE 'JORNAL'           TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '2000'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           PERFORM 2100-LER-CJRN

           PERFORM 2200-TRATAR-LINHA
             UNTIL WRK-FIM-JRNL EQUAL 'S'

           EXEC SQL
                CLOSE CJRN
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS)
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'CLOSE '           TO ERR-DBD-TAB
              MOVE 'JORNAL'           TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '2001'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CJRN              SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
                FETCH CJRN
                 INTO :PSVPB0J1.NM-TABELA,
                      :PSVPB0J1.NR-CHAVE,
                      :PSVPB0J1.QBLOQ-ATUAL-ANTES,
                      :PSVPB0J1.QBLOQ-ANTER-ANTES,
                      :PSVPB0J1.QRENTB-ATUAL-ANTES,
                      :PSVPB0J1.QRENTB-ANTER-ANTES,
                      :PSVPB0J1.QBLOQ-ATUAL-DEPOIS,
                      :PSVPB0J1.QBLOQ-ANTER-DEPOIS,
                      :PSVPB0J1.QRENTB-ATUAL-DEPOIS,
                      :PSVPB0J1.QRENTB-ANTER-DEPOIS,
                      :PSVPB0J1.DT-EXECUCAO,
                      :PSVPB0J1.IN-MODO-EXEC
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL +100
                 MOVE 'S'             TO WRK-FIM-JRNL
              WHEN (SQLCODE NOT EQUAL ZEROS) OR
                   (SQLWARN0    EQUAL 'W')
                 MOVE 'DB2'           TO ERR-TIPO-ACESSO
                 MOVE 'FETCH '        TO ERR-DBD-TAB
                 MOVE 'JORNAL'        TO ERR-FUN-COMANDO
                 MOVE SQLCODE         TO ERR-SQL-CODE
                 MOVE '2100'          TO ERR-LOCAL
                 MOVE SPACES          TO ERR-SEGM
                 PERFORM 999-ROTINA-ERRO
              WHEN OTHER
                 ADD 1                TO WRK-TOT-LIDOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA TRATAR UMA LINHA DO JORNAL: GERA OS LANCAMENTOS DO   *
      *    EVENTO DO MODO DE EXECUCAO E MARCA A LINHA. MODO            *
      *    DESCONHECIDO NAO E CONTABILIZADO NEM MARCADO (FICA PARA     *
      *    ANALISE, APONTADO NO SYSOUT)                                *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-TRATAR-LINHA          SECTION.
      *----------------------------------------------------------------*

           EVALUATE IN-MODO-EXEC OF PSVPB0J1
              WHEN 'N'
              WHEN 'T'
                 PERFORM 2250-LANCAR-ROLLOVER
              WHEN 'J'
                 MOVE 3               TO WRK-IDX-EVT
                 MOVE WRK-CONTA-AJUSTE TO WRK-LCT-CONTA-CONTRA
                 PERFORM 2260-LANCAR-VARIACAO
              WHEN 'X'
                 MOVE 4               TO WRK-IDX-EVT
                 MOVE WRK-CONTA-DISPONIVEL TO WRK-LCT-CONTA-CONTRA
                 PERFORM 2260-LANCAR-VARIACAO
              WHEN 'A'
                 MOVE 5               TO WRK-IDX-EVT
                 MOVE WRK-CONTA-DISPONIVEL TO WRK-LCT-CONTA-CONTRA
                 PERFORM 2260-LANCAR-VARIACAO
              WHEN 'P'
                 MOVE 6               TO WRK-IDX-EVT
                 MOVE WRK-CONTA-TRANSF TO WRK-LCT-CONTA-CONTRA
                 PERFORM 2260-LANCAR-VARIACAO
              WHEN 'R'
                 MOVE 7               TO WRK-IDX-EVT
                 MOVE WRK-CONTA-DESP-RENTB TO WRK-LCT-CONTA-CONTRA
                 PERFORM 2260-LANCAR-VARIACAO
              WHEN OTHER
                 DISPLAY '*** PSVP1086: MODO DESCONHECIDO NO JORNAL '
                         IN-MODO-EXEC OF PSVPB0J1 ' '
                         NM-TABELA OF PSVPB0J1 ' '
                         NR-CHAVE OF PSVPB0J1 ' - NAO CONTABILIZADO'
                 ADD 1                TO WRK-TOT-IGNORADOS
                 GO TO 2200-90-PROXIMA
           END-EVALUATE

           PERFORM 2500-MARCAR-LINHA.

       2200-90-PROXIMA.

           PERFORM 2100-LER-CJRN.

      *----------------------------------------------------------------*
       2200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA LANCAR O ROLLOVER ANUAL (MODO 'N'/'T'), EM DOIS      *
      *    EVENTOS: 'PSRL' O BLOQUEADO ANTERIOR QUE ROLA PARA A        *
      *    RENTABILIDADE (D BLOQUEADO / C RENTABILIDADE) E 'PSZ2' A    *
      *    RENTABILIDADE ANTERIOR DESCARTADA NA ZERAGEM DO ANO 2       *
      *    (D RENTABILIDADE / C DISPONIVEL)                            *
      ******************************************************************
      *----------------------------------------------------------------*
       2250-LANCAR-ROLLOVER       SECTION.
      *----------------------------------------------------------------*

           MOVE 1                     TO WRK-IDX-EVT
           ADD 1                      TO TAB-EVT-QTD-LINHAS (1)
           COMPUTE WRK-LCT-VALOR = ZEROS -
                   QBLOQ-ANTER-ANTES OF PSVPB0J1
           MOVE WRK-CONTA-BLOQUEADO   TO WRK-LCT-CONTA-SALDO
           MOVE WRK-CONTA-RENTB       TO WRK-LCT-CONTA-CONTRA
           PERFORM 2300-LANCAR

           MOVE 2                     TO WRK-IDX-EVT
           ADD 1                      TO TAB-EVT-QTD-LINHAS (2)
           COMPUTE WRK-LCT-VALOR = ZEROS -
                   QRENTB-ANTER-ANTES OF PSVPB0J1
           MOVE WRK-CONTA-RENTB       TO WRK-LCT-CONTA-SALDO
           MOVE WRK-CONTA-DISPONIVEL  TO WRK-LCT-CONTA-CONTRA
           PERFORM 2300-LANCAR

           PERFORM 2400-REGISTRAR-ANO.

      *----------------------------------------------------------------*
       2250-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA LANCAR AJUSTE/DISPOSICAO/LIBERACAO/RENTABILIDADE: A  *
      *    VARIACAO DO BLOQUEADO (ATUAL + ANTERIOR) E A DA             *
      *    RENTABILIDADE (ATUAL + ANTERIOR), CADA UMA CONTRA A         *
      *    CONTRAPARTIDA DO EVENTO                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       2260-LANCAR-VARIACAO       SECTION.
      *----------------------------------------------------------------*

           ADD 1                      TO TAB-EVT-QTD-LINHAS
                                         (WRK-IDX-EVT)

           COMPUTE WRK-LCT-VALOR =
                   QBLOQ-ATUAL-DEPOIS OF PSVPB0J1
                 + QBLOQ-ANTER-DEPOIS OF PSVPB0J1
                 - QBLOQ-ATUAL-ANTES  OF PSVPB0J1
                 - QBLOQ-ANTER-ANTES  OF PSVPB0J1
           MOVE WRK-CONTA-BLOQUEADO   TO WRK-LCT-CONTA-SALDO
           PERFORM 2300-LANCAR

           COMPUTE WRK-LCT-VALOR =
                   QRENTB-ATUAL-DEPOIS OF PSVPB0J1
                 + QRENTB-ANTER-DEPOIS OF PSVPB0J1
                 - QRENTB-ATUAL-ANTES  OF PSVPB0J1
                 - QRENTB-ANTER-ANTES  OF PSVPB0J1
           MOVE WRK-CONTA-RENTB       TO WRK-LCT-CONTA-SALDO
           PERFORM 2300-LANCAR.

      *----------------------------------------------------------------*
       2260-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA LANCAR UM VALOR COM SINAL CONTRA A CONTA DO SALDO    *
      *    (PASSIVO): AUMENTO = C SALDO / D CONTRAPARTIDA; REDUCAO =   *
      *    D SALDO / C CONTRAPARTIDA. VALOR ZERO NAO GERA LANCAMENTO   *
      ******************************************************************
      *----------------------------------------------------------------*
       2300-LANCAR                SECTION.
      *----------------------------------------------------------------*

           IF WRK-LCT-VALOR EQUAL ZEROS
              GO TO 2300-99-FIM
           END-IF

           IF WRK-LCT-VALOR IS GREATER THAN ZEROS
              MOVE WRK-LCT-VALOR      TO WRK-LCT-ABSOLUTO
              MOVE WRK-LCT-CONTA-SALDO  TO WRK-LCT-CONTA
              MOVE 'C'                TO WRK-LCT-DEB-CRED
              PERFORM 2350-ACUMULAR
              MOVE WRK-LCT-CONTA-CONTRA TO WRK-LCT-CONTA
              MOVE 'D'                TO WRK-LCT-DEB-CRED
              PERFORM 2350-ACUMULAR
           ELSE
              COMPUTE WRK-LCT-ABSOLUTO = ZEROS - WRK-LCT-VALOR
              MOVE WRK-LCT-CONTA-SALDO  TO WRK-LCT-CONTA
              MOVE 'D'                TO WRK-LCT-DEB-CRED
              PERFORM 2350-ACUMULAR
              MOVE WRK-LCT-CONTA-CONTRA TO WRK-LCT-CONTA
              MOVE 'C'                TO WRK-LCT-DEB-CRED
              PERFORM 2350-ACUMULAR
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA ACUMULAR O LANCAMENTO NA TABELA POR EVENTO, CONTA E  *
      *    NATUREZA, E NOS TOTAIS DO EVENTO                            *
      ******************************************************************
      *----------------------------------------------------------------*
       2350-ACUMULAR              SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                 TO WRK-IDX-ACHADO

           PERFORM 2360-PROCURAR-ACUM
             VARYING WRK-IDX-ACM FROM 1 BY 1
               UNTIL WRK-IDX-ACM IS GREATER THAN WRK-QTD-ACUM
                  OR WRK-IDX-ACHADO IS GREATER THAN ZEROS

           IF WRK-IDX-ACHADO EQUAL ZEROS
              IF WRK-QTD-ACUM NOT LESS THAN WRK-MAX-ACUM
                 MOVE 'SEQ'           TO ERR-TIPO-ACESSO
                 MOVE 'TABELA'        TO ERR-DBD-TAB
                 MOVE 'ACUMLCT'       TO ERR-FUN-COMANDO
                 MOVE ZEROS           TO ERR-SQL-CODE
                 MOVE '2350'          TO ERR-LOCAL
                 MOVE SPACES          TO ERR-SEGM
                 PERFORM 999-ROTINA-ERRO
              END-IF
              ADD 1                   TO WRK-QTD-ACUM
              MOVE WRK-QTD-ACUM       TO WRK-IDX-ACHADO
              MOVE WRK-IDX-EVT        TO TAB-ACM-IDX-EVT
                                         (WRK-IDX-ACHADO)
              MOVE WRK-LCT-CONTA      TO TAB-ACM-CONTA (WRK-IDX-ACHADO)
              MOVE WRK-LCT-DEB-CRED   TO TAB-ACM-DEB-CRED
                                         (WRK-IDX-ACHADO)
              MOVE ZEROS              TO TAB-ACM-VALOR (WRK-IDX-ACHADO)
           END-IF

           ADD WRK-LCT-ABSOLUTO       TO TAB-ACM-VALOR (WRK-IDX-ACHADO)

           IF WRK-LCT-DEB-CRED EQUAL 'D'
              ADD WRK-LCT-ABSOLUTO    TO TAB-EVT-VLR-DEB (WRK-IDX-EVT)
           ELSE
              ADD WRK-LCT-ABSOLUTO    TO TAB-EVT-VLR-CRED (WRK-IDX-EVT)
           END-IF.

      *----------------------------------------------------------------*
       2350-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2360-PROCURAR-ACUM         SECTION.
      *----------------------------------------------------------------*

           IF TAB-ACM-IDX-EVT (WRK-IDX-ACM) EQUAL WRK-IDX-EVT
              AND TAB-ACM-CONTA (WRK-IDX-ACM) EQUAL WRK-LCT-CONTA
              AND TAB-ACM-DEB-CRED (WRK-IDX-ACM) EQUAL WRK-LCT-DEB-CRED
              MOVE WRK-IDX-ACM        TO WRK-IDX-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       2360-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA REGISTRAR O ANO DA LINHA DE ROLLOVER PARA A          *
      *    CONCILIACAO COM PSVP_CTRL_EXEC                              *
      ******************************************************************
      *----------------------------------------------------------------*
       2400-REGISTRAR-ANO         SECTION.
      *----------------------------------------------------------------*

           MOVE DT-EXECUCAO OF PSVPB0J1 (1:4) TO WRK-ANO-CORRENTE
           MOVE ZEROS                 TO WRK-IDX-ACHADO

           PERFORM 2410-PROCURAR-ANO
             VARYING WRK-IDX-ANO FROM 1 BY 1
               UNTIL WRK-IDX-ANO IS GREATER THAN WRK-QTD-ANOS
                  OR WRK-IDX-ACHADO IS GREATER THAN ZEROS

           IF WRK-IDX-ACHADO EQUAL ZEROS
              IF WRK-QTD-ANOS NOT LESS THAN WRK-MAX-ANOS
                 MOVE 'SEQ'           TO ERR-TIPO-ACESSO
                 MOVE 'TABELA'        TO ERR-DBD-TAB
                 MOVE 'ANOSJRNL'      TO ERR-FUN-COMANDO
                 MOVE ZEROS           TO ERR-SQL-CODE
                 MOVE '2400'          TO ERR-LOCAL
                 MOVE SPACES          TO ERR-SEGM
                 PERFORM 999-ROTINA-ERRO
              END-IF
              ADD 1                   TO WRK-QTD-ANOS
              MOVE WRK-QTD-ANOS       TO WRK-IDX-ACHADO
              MOVE WRK-ANO-CORRENTE   TO TAB-ANO-AAAA (WRK-IDX-ACHADO)
              MOVE ZEROS              TO TAB-ANO-QTD-LINHAS
                                         (WRK-IDX-ACHADO)
           END-IF

           ADD 1                      TO TAB-ANO-QTD-LINHAS
                                         (WRK-IDX-ACHADO).

      *----------------------------------------------------------------*
       2400-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-PROCURAR-ANO          SECTION.
      *----------------------------------------------------------------*

           IF TAB-ANO-AAAA (WRK-IDX-ANO) EQUAL WRK-ANO-CORRENTE
              MOVE WRK-IDX-ANO        TO WRK-IDX-ACHADO
           END-IF.

      *----------------------------------------------------------------*
       2410-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA MARCAR A LINHA DO JORNAL COMO CONTABILIZADA NA DATA  *
      *    CONTABIL - NAO E LIDA DE NOVO EM NENHUMA EXECUCAO SEGUINTE  *
      ******************************************************************
      *----------------------------------------------------------------*
       2500-MARCAR-LINHA          SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
                UPDATE DB2PRD.TPSVP_JRNL_ROLLOVER
                   SET DT_CONTABIL = :WRK-DT-CONTABIL
                 WHERE CURRENT OF CJRN
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'UPDATE'           TO ERR-DBD-TAB
              MOVE 'JORNAL'           TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '2500'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           ADD 1                      TO WRK-TOT-MARCADOS.

      *----------------------------------------------------------------*
       2500-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA CONCILIAR COM PSVP_CTRL_EXEC: PARA CADA ANO COM      *
      *    LINHAS DE ROLLOVER NESTA EXECUCAO, AS LINHAS 'N'/'T' DO     *
      *    JORNAL NO ANO DEVEM SOMAR OS UPDATES REGISTRADOS PELAS      *
      *    EXECUCOES REAIS DO PSVP1095 NO ANO. DIFERENCA RETEM A       *
      *    INTERFACE (NADA GRAVADO, MARCAS DESFEITAS, RETURN-CODE 12), *
      *    SALVO LIBERACAO FORCADA NO PARM                             *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-CONCILIAR             SECTION.
      *----------------------------------------------------------------*

           PERFORM 3100-CONCILIAR-ANO
             VARYING WRK-IDX-ANO FROM 1 BY 1
               UNTIL WRK-IDX-ANO IS GREATER THAN WRK-QTD-ANOS

           IF WRK-CONCILIADO
              GO TO 3000-99-FIM
           END-IF

           IF WRK-LIBERACAO-FORCADA
              DISPLAY '* DIFERENCA NA CONCILIACAO - LIBERACAO FORCADA *'
              DISPLAY '* PELO PARM - JUSTIFICAR JUNTO A CONTABILIDADE *'
              GO TO 3000-99-FIM
           END-IF

           DISPLAY '* DIFERENCA NA CONCILIACAO - INTERFACE RETIDA  *'
           DISPLAY '* NENHUM LANCAMENTO GERADO, JORNAL NAO MARCADO *'

           EXEC SQL
                ROLLBACK
           END-EXEC

           CLOSE PSVP-CTBL

           MOVE WRK-RC-RETIDO         TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-CONCILIAR-ANO         SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-ANO-AAAA (WRK-IDX-ANO) TO WRK-ANO-CORRENTE

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-JRNL-ANO
                  FROM DB2PRD.TPSVP_JRNL_ROLLOVER
                 WHERE IN_MODO_EXEC IN ('N', 'T')
                   AND SUBSTR(DT_EXECUCAO, 1, 4) = :WRK-ANO-CORRENTE
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE 'JORNAL'           TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '3100'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(QT_ATLZ_B007 + QT_ATLZ_B027 +
                                    QT_ATLZ_TARG), 0)
                  INTO :WRK-QTD-EXEC-ANO,
                       :WRK-QTD-ATLZ-ANO
                  FROM DB2PRD.PSVP_CTRL_EXEC
                 WHERE NM_PROGRAMA  = 'PSVP1095'
                   AND IN_SIMULACAO = 'N'
                   AND SUBSTR(DT_EXECUCAO, 1, 4) = :WRK-ANO-CORRENTE
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE 'CTRLEXEC'         TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '3101'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           COMPUTE WRK-DIF-ANO = WRK-QTD-JRNL-ANO - WRK-QTD-ATLZ-ANO

           MOVE WRK-QTD-JRNL-ANO      TO WRK-EDT-QTD
           MOVE WRK-QTD-ATLZ-ANO      TO WRK-EDT-QTD-2
           DISPLAY '* CONCILIACAO ' WRK-ANO-CORRENTE
                   ' JORNAL N/T: ' WRK-EDT-QTD
                   ' PSVP_CTRL_EXEC: ' WRK-EDT-QTD-2

           IF WRK-QTD-EXEC-ANO EQUAL ZEROS
              DISPLAY '*   SEM EXECUCAO REAL DO PSVP1095 NO ANO'
              MOVE 'N'                TO WRK-SW-RECONC
           END-IF

           IF WRK-DIF-ANO NOT EQUAL ZEROS
              DISPLAY '*   DIFERENCA: ' WRK-DIF-ANO
              MOVE 'N'                TO WRK-SW-RECONC
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA GERAR A INTERFACE: HEADER, UM DETALHE POR EVENTO/    *
      *    CONTA/NATUREZA E O TRAILER COM O DIGEST. O TRAILER SO SAI   *
      *    BALANCEADO, COMO NO GOTF2CTB                                *
      ******************************************************************
      *----------------------------------------------------------------*
       4000-GERAR-INTERFACE       SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DT-CONTABIL       TO HDR-DATA-CONTABIL
           INITIALIZE GOTFWINT
           MOVE WRK-ROTULO-HMAC-RAZAO TO GOTFWINT-ROTULO-CHAVE
           SET GOTFWINT-INICIAR       TO TRUE
           PERFORM 4950-CHAMAR-GOTF1100

           MOVE WRK-REG-HEADER-CTB    TO FD-PSVP-CTBL
           PERFORM 4900-GRAVAR-CTBL

           PERFORM 4100-GRAVAR-LANCTO
             VARYING WRK-IDX-ACM FROM 1 BY 1
               UNTIL WRK-IDX-ACM IS GREATER THAN WRK-QTD-ACUM

           IF WRK-TOT-DEBITOS NOT EQUAL WRK-TOT-CREDITOS
              DISPLAY '*** PSVP1086: INTERFACE CONTABIL DESBALANCEADA'
                      ' - ARQUIVO NAO LIBERADO ***'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'BALANCO'          TO ERR-DBD-TAB
              MOVE 'PSVPCTBL'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '4000'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           MOVE WRK-LANCTOS-GRAVADOS  TO TRL-QTD-LANCTOS
           MOVE WRK-TOT-DEBITOS       TO TRL-TOT-DEBITOS
           MOVE WRK-TOT-CREDITOS      TO TRL-TOT-CREDITOS
           MOVE SPACES                TO TRL-DIGEST
           MOVE WRK-REG-TRAILER-CTB   TO FD-PSVP-CTBL
           PERFORM 4960-INTEGRAR-CTBL
           SET GOTFWINT-FINALIZAR     TO TRUE
           PERFORM 4950-CHAMAR-GOTF1100
           MOVE GOTFWINT-DIGEST       TO TRL-DIGEST
           MOVE WRK-REG-TRAILER-CTB   TO FD-PSVP-CTBL

           WRITE FD-PSVP-CTBL

           IF WRK-FS-PSVPCTBL NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'WRITE'            TO ERR-DBD-TAB
              MOVE 'PSVPCTBL'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '4001'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-LANCTO         SECTION.
      *----------------------------------------------------------------*

           IF TAB-ACM-VALOR (WRK-IDX-ACM) EQUAL ZEROS
              GO TO 4100-99-FIM
           END-IF

           MOVE TAB-ACM-IDX-EVT (WRK-IDX-ACM) TO WRK-IDX-EVT
           MOVE WRK-DT-CONTABIL       TO CTB-DATA-CONTABIL
           MOVE TAB-ACM-CONTA (WRK-IDX-ACM) TO CTB-CONTA
           MOVE TAB-ACM-DEB-CRED (WRK-IDX-ACM) TO CTB-IND-DEB-CRED
           MOVE WRK-CSIST-LANCTO      TO CTB-CSIST-ORIGE-TARIF
           MOVE TAB-EVT-CODIGO (WRK-IDX-EVT) TO CTB-CJUSTF-EVNTO-TARIF
           MOVE TAB-ACM-VALOR (WRK-IDX-ACM) TO CTB-VALOR

           MOVE WRK-REG-CTB           TO FD-PSVP-CTBL
           PERFORM 4900-GRAVAR-CTBL

           ADD 1                      TO WRK-LANCTOS-GRAVADOS

           IF CTB-IND-DEB-CRED EQUAL 'D'
              ADD CTB-VALOR           TO WRK-TOT-DEBITOS
           ELSE
              ADD CTB-VALOR           TO WRK-TOT-CREDITOS
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA GRAVAR REGISTRO DA INTERFACE E ACUMULAR NO DIGEST    *
      ******************************************************************
      *----------------------------------------------------------------*
       4900-GRAVAR-CTBL           SECTION.
      *----------------------------------------------------------------*

           WRITE FD-PSVP-CTBL

           IF WRK-FS-PSVPCTBL NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'WRITE'            TO ERR-DBD-TAB
              MOVE 'PSVPCTBL'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '4900'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           PERFORM 4960-INTEGRAR-CTBL.

      *----------------------------------------------------------------*
       4900-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4950-CHAMAR-GOTF1100       SECTION.
      *----------------------------------------------------------------*

           CALL WRK-GOTF1100       USING GOTFWINT

           IF NOT GOTFWINT-OK
              DISPLAY '*** PSVP1086: ERRO NO CONTROLE DE INTEGRIDADE'
                      ' GOTF1100 RC ' GOTFWINT-COD-RETORNO
                      ' ICSF ' GOTFWINT-ICSF-RETORNO
                      '/' GOTFWINT-ICSF-MOTIVO
              MOVE 'CAL'              TO ERR-TIPO-ACESSO
              MOVE 'GOTF1100'         TO ERR-DBD-TAB
              MOVE GOTFWINT-FUNCAO    TO ERR-FUN-COMANDO
              MOVE GOTFWINT-COD-RETORNO TO ERR-SQL-CODE
              MOVE '4950'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       4950-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4960-INTEGRAR-CTBL         SECTION.
      *----------------------------------------------------------------*

           MOVE FD-PSVP-CTBL          TO GOTFWINT-REGISTRO
           MOVE LENGTH OF FD-PSVP-CTBL TO GOTFWINT-TAM-REGISTRO
           SET GOTFWINT-ACUMULAR      TO TRUE
           PERFORM 4950-CHAMAR-GOTF1100.

      *----------------------------------------------------------------*
       4960-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA FINALIZA: COMMIT UNICO (MARCAS DO JORNAL) COM O      *
      *    TRAILER JA GRAVADO, E RESUMO POR EVENTO                     *
      ******************************************************************
      *----------------------------------------------------------------*
       5000-FINALIZA              SECTION.
      *----------------------------------------------------------------*

           CLOSE PSVP-CTBL

           IF WRK-FS-PSVPCTBL NOT EQUAL '00'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'CLOSE'            TO ERR-DBD-TAB
              MOVE 'PSVPCTBL'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '5000'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS)
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'COMMIT'           TO ERR-DBD-TAB
              MOVE 'JORNAL'           TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '5001'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              PERFORM 999-ROTINA-ERRO
           END-IF

           DISPLAY '*********** PSVP1086 ***********'
           DISPLAY '*                              *'
           DISPLAY '*  INTERFACE CONTABIL SALDOS   *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* DATA CONTABIL     : ' WRK-DT-CONTABIL
           IF WRK-LIBERACAO-FORCADA
              DISPLAY '* LIBERACAO FORCADA PELO PARM  *'
           END-IF
           DISPLAY '* LINHAS DO JORNAL  : ' WRK-TOT-LIDOS
           DISPLAY '* LINHAS MARCADAS   : ' WRK-TOT-MARCADOS
           DISPLAY '* MODO DESCONHECIDO : ' WRK-TOT-IGNORADOS
           DISPLAY '* LANCAMENTOS       : ' WRK-LANCTOS-GRAVADOS
           DISPLAY '* ---------------------------- *'

           PERFORM 5100-EXIBIR-EVENTO
             VARYING WRK-IDX-EVT FROM 1 BY 1
               UNTIL WRK-IDX-EVT IS GREATER THAN WRK-QTD-EVENTOS

           MOVE WRK-TOT-DEBITOS       TO WRK-EDT-VALOR
           MOVE WRK-TOT-CREDITOS      TO WRK-EDT-VALOR-2
           DISPLAY '* TOTAL DEBITOS     : ' WRK-EDT-VALOR
           DISPLAY '* TOTAL CREDITOS    : ' WRK-EDT-VALOR-2
           DISPLAY '*********** PSVP1086 ***********'.

      *----------------------------------------------------------------*
       5000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-EXIBIR-EVENTO         SECTION.
      *----------------------------------------------------------------*

           MOVE TAB-EVT-QTD-LINHAS (WRK-IDX-EVT) TO WRK-EDT-QTD
           MOVE TAB-EVT-VLR-DEB (WRK-IDX-EVT)    TO WRK-EDT-VALOR
           MOVE TAB-EVT-VLR-CRED (WRK-IDX-EVT)   TO WRK-EDT-VALOR-2

           DISPLAY '* ' TAB-EVT-CODIGO (WRK-IDX-EVT) ' '
                   TAB-EVT-DESCRICAO (WRK-IDX-EVT)
                   ' LINHAS: ' WRK-EDT-QTD
           DISPLAY '*      D: ' WRK-EDT-VALOR
                   '  C: ' WRK-EDT-VALOR-2.

      *----------------------------------------------------------------*
       5100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA DE ERRO PADRAO DO SUBSISTEMA                         *
      ******************************************************************
      *----------------------------------------------------------------*
       999-ROTINA-ERRO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'PSVP1086'            TO ERR-PGM

           CALL 'BRAD7100'         USING WRK-BATCH
                                         ERRO-AREA
                                         SQLCA

           GOBACK.

      *----------------------------------------------------------------*
       999-99-FIM.  EXIT.
      *----------------------------------------------------------------*
