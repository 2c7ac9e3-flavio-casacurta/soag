      *----------------------------------------------------------
       IDENTIFICATION  DIVISION.
      *----------------------------------------------------------
       PROGRAM-ID. PSVP1087.
      ************************************************************
      * SISTEMA     : BRADESCO VIDA E PREVIDENCIA                *
      * SUBSISTEMA  : PSVP                                       *
      * ANALISTA    : EQUIPE HOMI      - SONDA                   *
      * DATA        : 21/08/2028                                 *
      * OBJETIVO    : APROPRIAR MENSALMENTE A RENTABILIDADE DO   *
      *               PLANO SOBRE OS SALDOS BLOQUEADOS DE        *
      *               PECQ_MOV_QUOTA, QUE HOJE SO TEM            *
      *               QRENTB_ATUAL_EMPR ATUALIZADO NA VIRADA     *
      *               ANUAL (PSVP1095) E NOS AJUSTES MANUAIS.    *
      *               PARA CADA CHAVE COM SALDO BLOQUEADO:       *
      *               ACRESCIMO = (QBLOQ_MOVTO_ATUAL +           *
      *               QBLOQ_MOVTO_ANTER) X INDICE DO MES / 100,  *
      *               SOMADO A QRENTB_ATUAL_EMPR (RENTABILIDADE  *
      *               DO ANO CORRENTE), COM UMA LINHA NO JORNAL  *
      *               TPSVP_JRNL_ROLLOVER POR UPDATE (MODO 'R' - *
      *               RENTABILIDADE MENSAL), COMO NO PSVP1095.   *
      *               O INDICE DO MES VEM DE TPSVP_INDICE_RENTB  *
      *               (PSVPB0R1), QUE TAMBEM GUARDA A SITUACAO   *
      *               DA APROPRIACAO ('P' -> 'E' -> 'C') E OS    *
      *               TOTAIS: MES JA CONCLUIDO NAO E APROPRIADO  *
      *               DE NOVO, E A FOTOGRAFIA MENSAL PSVP1096 SO *
      *               RODA DEPOIS DA APROPRIACAO CONCLUIDA.      *
      *               PROCESSAMENTO EM CHECKPOINTS NO CKRS0100   *
      *               (RETOMADA PELA ULTIMA CHAVE CONFIRMADA).   *
      *               RECUSA-SE A INICIAR COM MARCADOR DO        *
      *               PSVP1095 ATIVO EM TCTRL_PROCESSO.          *
      *               PARM: AAAAMM (ZEROS/AUSENTE = MES DA DATA  *
      *               CORRENTE, O MESMO DEFAULT DO PSVP1096) E   *
      *               INTERVALO DE CHECKPOINT (5 POSICOES).      *
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                 *
      * 12/2028 - HOMI - A AREA DE RESTART PASSA A LEVAR O ANO/  *
      *           MES DE REFERENCIA (WRK-RST-AAMM-REFER). NO     *
      *           RESTART COM OUTRO AAAAMM (PARM OU DATA         *
      *           CORRENTE) A CHAVE DO CURSOR NAO E              *
      *           RESTAURADA: O JOB PARA COM MENSAGEM E          *
      *           RETURN-CODE 16, SEM TOCAR NA AREA; AREA        *
      *           ANTIGA SEM O ANO/MES E ACEITA COM AVISO.       *
      ************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*

       01  WRK-FIM                    PIC  X(001) VALUE 'N'.
       01  WRK-BATCH                  PIC  X(008) VALUE 'BATCH'.
       01  WRK-CKRS0100               PIC  X(008) VALUE 'CKRS0100'.

      *----------------------------------------------------------------*
      *    AREA DE RESTART: ULTIMA CHAVE PROCESSADA E TOTAIS ACUMULADOS*
      *    ATE O CHECKPOINT, PARA QUE A RETOMADA CONTINUE DA CHAVE     *
      *    SEGUINTE E OS TOTAIS FINAIS CUBRAM A EXECUCAO INTEIRA       *
      *----------------------------------------------------------------*
       01  WRK-AREA-RESTART.
           05  WRK-MVQT-NR-MOV-QTA    PIC S9(10)V COMP-3
                                                  VALUE ZEROS.
           05  WRK-TOT-LIDOS-PECQB007 PIC  9(009) COMP-3 VALUE ZEROS.
           05  WRK-TOT-ATLZ-PECQB007  PIC  9(009) COMP-3 VALUE ZEROS.
           05  WRK-TOT-EXCE-PECQB007  PIC  9(009) COMP-3 VALUE ZEROS.
           05  WRK-TOT-SEMVLR-PECQB007 PIC 9(009) COMP-3 VALUE ZEROS.
           05  WRK-TOT-VLR-APROPR     PIC S9(013)V9(002) COMP-3
                                                  VALUE ZEROS.
           05  WRK-RST-AAMM-REFER     PIC  9(006) VALUE ZEROS.
       77  WRK-RC-RESTART-INVALIDO    PIC S9(004) COMP VALUE +16.

      *----------------------------------------------------------------*
      *    CHAVE DE INICIO DO CURSOR (ZEROS OU A DA AREA DE RESTART)   *
      *----------------------------------------------------------------*
       01  WRK-CHAVE-INICIO           PIC S9(10)V COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------*
      *    SALDOS DA CHAVE CORRENTE E ACRESCIMO CALCULADO              *
      *----------------------------------------------------------------*
       01  WRK-CHAVE-MOVTO            PIC S9(10)V COMP-3 VALUE ZEROS.
       01  WRK-MOV-QBLOQ-ATU          PIC S9(009)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-MOV-QBLOQ-ANT          PIC S9(009)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-MOV-QRENT-ATU          PIC S9(009)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-MOV-QRENT-ANT          PIC S9(009)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-BASE-BLOQ              PIC S9(011)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-VLR-ACRESC             PIC S9(011)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-QRENT-ATU-NOVO         PIC S9(011)V9(002) COMP-3
                                                  VALUE ZEROS.
       01  WRK-QTD-MARCADOR           PIC S9(004) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
      *    ANO/MES DE REFERENCIA DA APROPRIACAO. INFORMADO NO PARM DA  *
      *    JCL (AAAAMM) PARA REPROCESSAMENTOS; QUANDO AUSENTE, O       *
      *    PROPRIO PROGRAMA DERIVA DE CURRENT DATE (1000-INICIO)       *
      *----------------------------------------------------------------*
       01  WRK-AAMM-REFER             PIC  9(006) VALUE ZEROS.
       01  WRK-DATA-ATUAL             PIC  X(010) VALUE SPACES.
       01  FILLER REDEFINES WRK-DATA-ATUAL.
           05  WRK-DATA-ATUAL-AAAA    PIC  9(004).
           05  FILLER                 PIC  X(001).
           05  WRK-DATA-ATUAL-MM      PIC  9(002).
           05  FILLER                 PIC  X(003).
       01  WRK-AAMM-MONTADO.
           05  WRK-AAMM-MONTADO-AAAA  PIC  9(004).
           05  WRK-AAMM-MONTADO-MM    PIC  9(002).
       01  FILLER REDEFINES WRK-AAMM-MONTADO.
           05  WRK-AAMM-MONTADO-NUM   PIC  9(006).

      *----------------------------------------------------------------*
      *    INTERVALO DE CHECKPOINT (CKRS0100) E CONTADOR DE LINHAS     *
      *    DESDE O ULTIMO CHECKPOINT                                   *
      *----------------------------------------------------------------*
       01  WRK-PARM-INTERVALO-CKPT    PIC S9(008) COMP VALUE +500.
       01  WRK-CKPT-CONT              PIC S9(008) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
      *    SEVERIDADE DO ERRO CORRENTE PARA 999-ROTINA-ERRO, NO MESMO  *
      *    CRITERIO DO PSVP1095: PROBLEMAS DE CURSOR/AMBIENTE SAO      *
      *    FATAIS; FALHA EM UMA LINHA ISOLADA E REGISTRADA COMO AVISO  *
      *    SEM ENCERRAR O JOB                                          *
      *----------------------------------------------------------------*
       01  WRK-ERR-SEVERIDADE         PIC  X(001) VALUE 'F'.
           88  ERRO-SEVERIDADE-FATAL      VALUE 'F'.
           88  ERRO-SEVERIDADE-AVISO      VALUE 'W'.

      *----------------------------------------------------------------*
       01  FILLER                     PIC  X(050) VALUE
                      '*** AREA PARA BRAD7100 ***'.
      *----------------------------------------------------------------*

       COPY 'I#BRAD7C'.
       COPY 'I#CKRS01'.

      *---------------------------------------------------------------*
      *          DEFINICAO DAS AREAS DE COMUNICACAO DO COBOL X DB2    *
      *---------------------------------------------------------------*

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE PSVPB0J1 END-EXEC.
           EXEC SQL INCLUDE PSVPB0R1 END-EXEC.

      *---------------------------------------------------------------*
      *          DEFINICAO DAS AREAS DE 'DECLARE CURSOR'               *
      *---------------------------------------------------------------*

           EXEC SQL DECLARE C1 CURSOR WITH HOLD FOR
                SELECT MVQT_NR_MOV_QTA,
                       QBLOQ_MOVTO_ATUAL,
                       QBLOQ_MOVTO_ANTER,
                       QRENTB_ATUAL_EMPR,
                       QRENTB_ANTER_EMPR
                  FROM DB2PRD.PECQ_MOV_QUOTA
                 WHERE ( QBLOQ_MOVTO_ATUAL > 0 OR
                         QBLOQ_MOVTO_ANTER > 0 )
                   AND MVQT_NR_MOV_QTA     > :WRK-CHAVE-INICIO
                 ORDER BY MVQT_NR_MOV_QTA
           END-EXEC.

      *---------------------------------------------------------------*
      *          AREA DE RECEPCAO DO PARM DA JCL                       *
      *---------------------------------------------------------------*
       LINKAGE SECTION.
       01  WRK-PARM-AREA.
           05  WRK-PARM-TAM           PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-AAMM     PIC  9(006).
               10  WRK-PARM-DADO-CKPT     PIC  9(005).
               10  FILLER                 PIC  X(069).

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

      ******************************************************************
      *    ROTINA INICIO                                               *
      ******************************************************************
      *----------------------------------------------------------------*
       1000-INICIO                SECTION.
      *----------------------------------------------------------------*

           INITIALIZE CKRS01-INTERFACE

           MOVE ZEROS                 TO WRK-AAMM-REFER
           IF WRK-PARM-TAM IS GREATER THAN +5
              IF WRK-PARM-DADO-AAMM IS NUMERIC AND
                 WRK-PARM-DADO-AAMM IS GREATER THAN ZEROS
                 MOVE WRK-PARM-DADO-AAMM TO WRK-AAMM-REFER
              END-IF
           END-IF
           IF WRK-PARM-TAM IS GREATER THAN +10
              IF WRK-PARM-DADO-CKPT IS NUMERIC AND
                 WRK-PARM-DADO-CKPT IS GREATER THAN ZEROS
                 MOVE WRK-PARM-DADO-CKPT TO WRK-PARM-INTERVALO-CKPT
              END-IF
           END-IF

           MOVE ' '                   TO CK01-PLAN
           MOVE 'DB2'                 TO CK01-ID-DB2
           MOVE 'I'                   TO CK01-FUNCAO
           MOVE WRK-AREA-RESTART      TO CK01-AREA-RESTART

           MOVE  LENGTH OF WRK-AREA-RESTART
                                      TO CK01-TAM-AREA-RESTART

           PERFORM 5000-CHAMADA-CKRS0100

           DISPLAY 'CK01-STATUS  ' CK01-STATUS

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WRK-DATA-ATUAL
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE 'DTATUAL'          TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '1000'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              MOVE 'F'                TO WRK-ERR-SEVERIDADE
              PERFORM 999-ROTINA-ERRO
           END-IF

           IF WRK-AAMM-REFER EQUAL ZEROS
              MOVE WRK-DATA-ATUAL-AAAA TO WRK-AAMM-MONTADO-AAAA
              MOVE WRK-DATA-ATUAL-MM   TO WRK-AAMM-MONTADO-MM
              MOVE WRK-AAMM-MONTADO-NUM TO WRK-AAMM-REFER
           END-IF

      ******************************************************************
      *    A APROPRIACAO NAO PODE CONCORRER COM A JANELA DE CHECKPOINT *
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
              MOVE '1001'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              MOVE 'F'                TO WRK-ERR-SEVERIDADE
              PERFORM 999-ROTINA-ERRO
           END-IF

           IF WRK-QTD-MARCADOR IS GREATER THAN ZEROS
              DISPLAY '*** PSVP1087: MARCADOR DO PSVP1095 ATIVO -'
                      ' APROPRIACAO RECUSADA ***'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'MARCADOR'         TO ERR-DBD-TAB
              MOVE 'PSVP1095'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '1002'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              MOVE 'F'                TO WRK-ERR-SEVERIDADE
              PERFORM 999-ROTINA-ERRO
           END-IF

           IF CK01-STATUS EQUAL 'REST'
              MOVE ZEROS              TO WRK-RST-AAMM-REFER
              MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                      TO WRK-AREA-RESTART
              PERFORM 1090-VALIDAR-REFERENCIA
              MOVE WRK-MVQT-NR-MOV-QTA TO WRK-CHAVE-INICIO
           ELSE
              MOVE ZEROS              TO WRK-CHAVE-INICIO
           END-IF

           MOVE WRK-AAMM-REFER        TO WRK-RST-AAMM-REFER

           PERFORM 1050-LER-INDICE

           PERFORM 1100-OPEN-CURSOR-PECQB007
           PERFORM 2100-FETCH-PECQB007.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA LER O INDICE DO MES E VALIDAR A SITUACAO DA          *
      *    APROPRIACAO: SEM INDICE CADASTRADO OU MES JA CONCLUIDO      *
      *    ('C') RECUSA; 'E' SEM AREA DE RESTART (EXECUCAO ANTERIOR    *
      *    INTERROMPIDA FORA DO CKRS0100) RECUSA; 'P' PASSA A 'E'      *
      ******************************************************************
      *----------------------------------------------------------------*
       1050-LER-INDICE            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-AAMM-REFER        TO AAMM-REFER OF PSVPB0R1

           EXEC SQL
                SELECT PC_INDICE_MES,
                       IN_SITUACAO
                  INTO :PSVPB0R1.PC-INDICE-MES,
                       :PSVPB0R1.IN-SITUACAO
                  FROM DB2PRD.TPSVP_INDICE_RENTB
                 WHERE AAMM_REFER = :PSVPB0R1.AAMM-REFER
           END-EXEC

           IF SQLCODE EQUAL +100
              DISPLAY '*** PSVP1087: INDICE DE RENTABILIDADE NAO '
                      'CADASTRADO PARA ' WRK-AAMM-REFER ' ***'
           END-IF

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE 'PSVPB0R1'         TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '1050'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              MOVE 'F'                TO WRK-ERR-SEVERIDADE
              PERFORM 999-ROTINA-ERRO
           END-IF

           IF APROPR-CONCLUIDA
              DISPLAY '*** PSVP1087: APROPRIACAO DE ' WRK-AAMM-REFER
                      ' JA CONCLUIDA - NADA A FAZER ***'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'SITUACAO'         TO ERR-DBD-TAB
              MOVE 'PSVPB0R1'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '1051'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              MOVE 'F'                TO WRK-ERR-SEVERIDADE
              PERFORM 999-ROTINA-ERRO
           END-IF

           IF APROPR-EM-EXECUCAO AND
              CK01-STATUS NOT EQUAL 'REST'
              DISPLAY '*** PSVP1087: APROPRIACAO DE ' WRK-AAMM-REFER
                      ' EM EXECUCAO SEM AREA DE RESTART ***'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'SITUACAO'         TO ERR-DBD-TAB
              MOVE 'PSVPB0R1'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '1052'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              MOVE 'F'                TO WRK-ERR-SEVERIDADE
              PERFORM 999-ROTINA-ERRO
           END-IF

           IF APROPR-PENDENTE
              EXEC SQL
                   UPDATE DB2PRD.TPSVP_INDICE_RENTB
                      SET IN_SITUACAO = 'E'
                    WHERE AAMM_REFER  = :PSVPB0R1.AAMM-REFER
                      AND IN_SITUACAO = 'P'
              END-EXEC

              IF (SQLCODE NOT EQUAL ZEROS) OR
                 (SQLWARN0    EQUAL 'W')
                 MOVE 'DB2'           TO ERR-TIPO-ACESSO
                 MOVE 'UPDATE'        TO ERR-DBD-TAB
                 MOVE 'PSVPB0R1'      TO ERR-FUN-COMANDO
                 MOVE SQLCODE         TO ERR-SQL-CODE
                 MOVE '1053'          TO ERR-LOCAL
                 MOVE SPACES          TO ERR-SEGM
                 MOVE 'F'             TO WRK-ERR-SEVERIDADE
                 PERFORM 999-ROTINA-ERRO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA VALIDAR A REFERENCIA DA AREA DE RESTART: A CHAVE     *
      *    GRAVADA SO VALE PARA O ANO/MES QUE A GRAVOU - RETOMAR A     *
      *    APROPRIACAO DE OUTRO MES DELA PULARIA CHAVES DESTE.     *
      *    ENCERRA SEM PROCESSAR, SEM CHECKPOINT E SEM O 'F' DO        *
      *    CKRS0100, COM RETURN-CODE 16. AREA SEM ANO/MES (GRAVADA     *
      *    ANTES DO CAMPO EXISTIR) RETOMA COM AVISO, COMO SEMPRE FOI   *
      ******************************************************************
      *----------------------------------------------------------------*
       1090-VALIDAR-REFERENCIA    SECTION.
      *----------------------------------------------------------------*

           IF WRK-RST-AAMM-REFER NOT NUMERIC OR
              WRK-RST-AAMM-REFER EQUAL ZEROS
              DISPLAY 'PSVP1087 - AREA DE RESTART SEM ANO/MES DE '
                      'REFERENCIA - RETOMADA ACEITA SEM CONFERENCIA'
           ELSE
              IF WRK-RST-AAMM-REFER NOT EQUAL WRK-AAMM-REFER
                 DISPLAY '*********** PSVP1087 ***********'
                 DISPLAY '*                              *'
                 DISPLAY '*  RESTART RECUSADO: AREA DE   *'
                 DISPLAY '*  RESTART DE OUTRO ANO/MES    *'
                 DISPLAY '* ---------------------------- *'
                 DISPLAY '* AAAAMM DA AREA    : ' WRK-RST-AAMM-REFER
                 DISPLAY '* AAAAMM DA EXECUCAO: ' WRK-AAMM-REFER
                 DISPLAY '* ---------------------------- *'
                 DISPLAY '* REINICIE COM O AAAAMM DA     *'
                 DISPLAY '* AREA NO PARM (POS 01-06)     *'
                 DISPLAY '*********** PSVP1087 ***********'
                 MOVE WRK-RC-RESTART-INVALIDO TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       1090-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA OPEN CURSOR PECQB007                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       1100-OPEN-CURSOR-PECQB007  SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
                OPEN C1
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
               MOVE 'DB2'             TO ERR-TIPO-ACESSO
               MOVE ' OPEN '          TO ERR-DBD-TAB
               MOVE 'CURSOR '         TO ERR-FUN-COMANDO
               MOVE SQLCODE           TO ERR-SQL-CODE
               MOVE '0010'            TO ERR-LOCAL
               MOVE SPACES            TO ERR-SEGM
               MOVE 'F'               TO WRK-ERR-SEVERIDADE
               PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PRINCIPAL                                            *
      ******************************************************************
      *----------------------------------------------------------------*
       2000-ROTINA-PRINCIPAL      SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                 TO WRK-CKPT-CONT

           PERFORM 2050-PROCESSAR-CHAVE
             UNTIL WRK-FIM EQUAL 'S'.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA PROCESSAR A CHAVE CORRENTE E, A CADA INTERVALO,      *
      *    GRAVAR O CHECKPOINT COM A AREA DE RESTART                   *
      ******************************************************************
      *----------------------------------------------------------------*
       2050-PROCESSAR-CHAVE       SECTION.
      *----------------------------------------------------------------*

           PERFORM 2150-APROPRIAR-RENTB

           MOVE WRK-CHAVE-MOVTO       TO WRK-MVQT-NR-MOV-QTA

           ADD 1                      TO WRK-CKPT-CONT
           IF WRK-CKPT-CONT IS GREATER THAN
                            OR EQUAL TO WRK-PARM-INTERVALO-CKPT
              MOVE 'P'                 TO CK01-FUNCAO
              MOVE 'DB2'               TO CK01-ID-DB2
              MOVE WRK-AREA-RESTART    TO CK01-AREA-RESTART
              MOVE LENGTH OF WRK-AREA-RESTART
                                       TO CK01-TAM-AREA-RESTART
              PERFORM 5000-CHAMADA-CKRS0100
              MOVE ZEROS               TO WRK-CKPT-CONT
           END-IF

           PERFORM 2100-FETCH-PECQB007.

      *----------------------------------------------------------------*
       2050-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA FETCH PECQB007                                       *
      ******************************************************************
      *----------------------------------------------------------------*
       2100-FETCH-PECQB007        SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
                FETCH C1
                 INTO :WRK-CHAVE-MOVTO,
                      :WRK-MOV-QBLOQ-ATU,
                      :WRK-MOV-QBLOQ-ANT,
                      :WRK-MOV-QRENT-ATU,
                      :WRK-MOV-QRENT-ANT
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS AND + 100) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'FETCH '           TO ERR-DBD-TAB
              MOVE 'CURSOR '          TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '0020'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              MOVE 'F'                TO WRK-ERR-SEVERIDADE
              PERFORM 999-ROTINA-ERRO
           END-IF

           IF SQLCODE EQUAL +100
              MOVE 'S'                TO WRK-FIM
           ELSE
              ADD 1                   TO WRK-TOT-LIDOS-PECQB007
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA APROPRIAR A RENTABILIDADE DO MES NA CHAVE CORRENTE   *
      *    SALDO BLOQUEADO NEGATIVO EM QUALQUER DAS PARCELAS, OU       *
      *    RENTABILIDADE RESULTANTE NEGATIVA (INDICE NEGATIVO), E      *
      *    EXCECAO: A CHAVE FICA COMO ESTA E E CONTADA. ACRESCIMO ZERO *
      *    (ARREDONDAMENTO) NAO GERA UPDATE NEM JORNAL. O UPDATE SO    *
      *    VALE SE QRENTB_ATUAL_EMPR AINDA FOR O VALOR LIDO NO CURSOR  *
      ******************************************************************
      *----------------------------------------------------------------*
       2150-APROPRIAR-RENTB       SECTION.
      *----------------------------------------------------------------*

           IF WRK-MOV-QBLOQ-ATU IS LESS THAN ZEROS OR
              WRK-MOV-QBLOQ-ANT IS LESS THAN ZEROS
              ADD 1                   TO WRK-TOT-EXCE-PECQB007
              GO TO 2150-99-FIM
           END-IF

           COMPUTE WRK-BASE-BLOQ =
                   WRK-MOV-QBLOQ-ATU + WRK-MOV-QBLOQ-ANT

           COMPUTE WRK-VLR-ACRESC ROUNDED =
                   WRK-BASE-BLOQ * PC-INDICE-MES OF PSVPB0R1 / 100

           IF WRK-VLR-ACRESC EQUAL ZEROS
              ADD 1                   TO WRK-TOT-SEMVLR-PECQB007
              GO TO 2150-99-FIM
           END-IF

           COMPUTE WRK-QRENT-ATU-NOVO =
                   WRK-MOV-QRENT-ATU + WRK-VLR-ACRESC

           IF WRK-QRENT-ATU-NOVO IS LESS THAN ZEROS
              ADD 1                   TO WRK-TOT-EXCE-PECQB007
              GO TO 2150-99-FIM
           END-IF

           EXEC SQL
                UPDATE DB2PRD.PECQ_MOV_QUOTA
                   SET QRENTB_ATUAL_EMPR = :WRK-QRENT-ATU-NOVO
                 WHERE MVQT_NR_MOV_QTA   = :WRK-CHAVE-MOVTO
                   AND QRENTB_ATUAL_EMPR = :WRK-MOV-QRENT-ATU
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 ADD 1                TO WRK-TOT-ATLZ-PECQB007
                 ADD WRK-VLR-ACRESC   TO WRK-TOT-VLR-APROPR
                 PERFORM 2175-GRAVAR-JORNAL
              WHEN SQLCODE EQUAL +100
                 ADD 1                TO WRK-TOT-EXCE-PECQB007
              WHEN OTHER
                 ADD 1                TO WRK-TOT-EXCE-PECQB007
                 MOVE 'DB2'           TO ERR-TIPO-ACESSO
                 MOVE 'UPDATE'        TO ERR-DBD-TAB
                 MOVE 'PECQB007'      TO ERR-FUN-COMANDO
                 MOVE SQLCODE         TO ERR-SQL-CODE
                 MOVE '2150'          TO ERR-LOCAL
                 MOVE SPACES          TO ERR-SEGM
                 MOVE 'W'             TO WRK-ERR-SEVERIDADE
                 PERFORM 999-ROTINA-ERRO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2150-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA GRAVAR JORNAL DA APROPRIACAO APLICADA (MODO 'R')     *
      *    SO QRENTB ATUAL MUDA ENTRE ANTES E DEPOIS. FALHA NO INSERT  *
      *    DO JORNAL E AVISO, COMO NO PSVP1095                         *
      ******************************************************************
      *----------------------------------------------------------------*
       2175-GRAVAR-JORNAL         SECTION.
      *----------------------------------------------------------------*

           MOVE 'PECQB007'            TO NM-TABELA OF PSVPB0J1
           MOVE WRK-CHAVE-MOVTO       TO NR-CHAVE  OF PSVPB0J1
           MOVE WRK-MOV-QBLOQ-ATU     TO QBLOQ-ATUAL-ANTES OF PSVPB0J1
                                         QBLOQ-ATUAL-DEPOIS
                                         OF PSVPB0J1
           MOVE WRK-MOV-QBLOQ-ANT     TO QBLOQ-ANTER-ANTES OF PSVPB0J1
                                         QBLOQ-ANTER-DEPOIS
                                         OF PSVPB0J1
           MOVE WRK-MOV-QRENT-ATU     TO QRENTB-ATUAL-ANTES
                                         OF PSVPB0J1
           MOVE WRK-QRENT-ATU-NOVO    TO QRENTB-ATUAL-DEPOIS
                                         OF PSVPB0J1
           MOVE WRK-MOV-QRENT-ANT     TO QRENTB-ANTER-ANTES
                                         OF PSVPB0J1
                                         QRENTB-ANTER-DEPOIS
                                         OF PSVPB0J1
           MOVE WRK-DATA-ATUAL        TO DT-EXECUCAO OF PSVPB0J1
           MOVE 'R'                   TO IN-MODO-EXEC OF PSVPB0J1
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
                       :PSVPB0J1.DT-EXECUCAO         ,
                       :PSVPB0J1.IN-MODO-EXEC        ,
                       :PSVPB0J1.CD-PARTICAO)
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'INSERT'           TO ERR-DBD-TAB
              MOVE 'JORNAL'           TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '2175'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              MOVE 'W'                TO WRK-ERR-SEVERIDADE
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2175-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA FINALIZA                                             *
      *    MARCA A APROPRIACAO DO MES COMO CONCLUIDA ('C', COM DATA E  *
      *    TOTAIS) ANTES DO CHECKPOINT FINAL, LIBERANDO A FOTOGRAFIA   *
      *    MENSAL PSVP1096                                             *
      ******************************************************************
      *----------------------------------------------------------------*
       3000-FINALIZA              SECTION.
      *----------------------------------------------------------------*

           PERFORM 3100-CLOSE-CURSOR-PECQB007

           MOVE WRK-AAMM-REFER        TO AAMM-REFER OF PSVPB0R1
           MOVE WRK-DATA-ATUAL        TO DT-APROPR OF PSVPB0R1
           MOVE WRK-TOT-LIDOS-PECQB007 TO QT-LIDOS OF PSVPB0R1
           MOVE WRK-TOT-ATLZ-PECQB007 TO QT-ATLZ  OF PSVPB0R1
           MOVE WRK-TOT-EXCE-PECQB007 TO QT-EXCE  OF PSVPB0R1
           MOVE WRK-TOT-VLR-APROPR    TO VL-TOTAL-APROPR OF PSVPB0R1

           EXEC SQL
                UPDATE DB2PRD.TPSVP_INDICE_RENTB
                   SET IN_SITUACAO     = 'C',
                       DT_APROPR       = :PSVPB0R1.DT-APROPR,
                       QT_LIDOS        = :PSVPB0R1.QT-LIDOS,
                       QT_ATLZ         = :PSVPB0R1.QT-ATLZ,
                       QT_EXCE         = :PSVPB0R1.QT-EXCE,
                       VL_TOTAL_APROPR = :PSVPB0R1.VL-TOTAL-APROPR
                 WHERE AAMM_REFER      = :PSVPB0R1.AAMM-REFER
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'UPDATE'           TO ERR-DBD-TAB
              MOVE 'PSVPB0R1'         TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '3000'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              MOVE 'F'                TO WRK-ERR-SEVERIDADE
              PERFORM 999-ROTINA-ERRO
           END-IF

           DISPLAY '*********** PSVP1087 ***********'
           DISPLAY '*                              *'
           DISPLAY '* APROPRIACAO MENSAL RENTAB.   *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* ANO/MES REFERENCIA: ' WRK-AAMM-REFER
           DISPLAY '* INDICE DO MES (%) : ' PC-INDICE-MES OF PSVPB0R1
           DISPLAY '* LIDOS    PECQB007 : ' WRK-TOT-LIDOS-PECQB007
           DISPLAY '* ATUALIZ. PECQB007 : ' WRK-TOT-ATLZ-PECQB007
           DISPLAY '* EXCECOES PECQB007 : ' WRK-TOT-EXCE-PECQB007
           DISPLAY '* SEM ACRESCIMO     : ' WRK-TOT-SEMVLR-PECQB007
           DISPLAY '* VALOR APROPRIADO  : ' WRK-TOT-VLR-APROPR
           DISPLAY '*********** PSVP1087 ***********'

           MOVE 'F'                   TO CK01-FUNCAO
           MOVE 'DB2'                 TO CK01-ID-DB2
           PERFORM 5000-CHAMADA-CKRS0100.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA CLOSE CURSOR PECQB007                                *
      ******************************************************************
      *----------------------------------------------------------------*
       3100-CLOSE-CURSOR-PECQB007 SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
                CLOSE C1
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS) OR
              (SQLWARN0    EQUAL 'W')
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'CLOSE '           TO ERR-DBD-TAB
              MOVE 'CURSOR '          TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '0040'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              MOVE 'F'                TO WRK-ERR-SEVERIDADE
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA CHAMADA CKRS0100                                     *
      ******************************************************************
      *----------------------------------------------------------------*
       5000-CHAMADA-CKRS0100      SECTION.
      *----------------------------------------------------------------*

            CALL WRK-CKRS0100 USING CKRS01-INTERFACE

            IF CK01-CODIGO-RETORNO NOT EQUAL ZEROS
               MOVE 'F'                TO WRK-ERR-SEVERIDADE
               PERFORM 999-ROTINA-ERRO
            END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA ERRO                                                 *
      ******************************************************************
      *----------------------------------------------------------------*
       999-ROTINA-ERRO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'PSVP1087'            TO ERR-PGM

           CALL 'BRAD7100'         USING WRK-BATCH
                                         ERRO-AREA
                                         SQLCA

           IF ERRO-SEVERIDADE-FATAL
              GOBACK
           END-IF

           MOVE 'F'                   TO WRK-ERR-SEVERIDADE.

      *----------------------------------------------------------------*
       999-99-FIM.  EXIT.
      *----------------------------------------------------------------*
