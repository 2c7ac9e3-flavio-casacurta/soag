      *               CURVA DOS SALDOS BLOQUEADOS AO LONGO DOS   *
      *               ANOS SEM DEPENDER DO COMPARATIVO ANUAL     *
      *               PSVP-YOY DA VIRADA (PSVP1095).             *
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                 *
      * 08/2028 - HOMI - A FOTOGRAFIA DO MES SO E TIRADA DEPOIS  *
      *           DA APROPRIACAO MENSAL DE RENTABILIDADE         *
      *           (PSVP1087) CONCLUIDA: SITUACAO 'C' DO MES EM   *
      *           TPSVP_INDICE_RENTB (PSVPB0R1). MES SEM INDICE  *
      *           OU COM APROPRIACAO PENDENTE/EM EXECUCAO RECUSA *
      *           O INICIO. PARM POSICAO 12 = 'S' DISPENSA A     *
      *           VERIFICACAO (REPROCESSAMENTO DE MESES          *
      *           ANTERIORES A APROPRIACAO MENSAL).              *
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
                                                  VALUE ZEROS.
           05  WRK-MVQT-NR-MOV-QTA    PIC S9(10)V COMP-3
                                                  VALUE ZEROS.
           05  WRK-RST-AAMM-REFER     PIC  9(006) VALUE ZEROS.
       77  WRK-RC-RESTART-INVALIDO    PIC S9(004) COMP VALUE +16.

      *----------------------------------------------------------------*
      *    TOTAIS PARA O RESUMO DE PROCESSAMENTO (3000-FINALIZA)       *
           05  WRK-TOT-GRAV-PSVPB0H1  PIC  9(009) COMP-3 VALUE ZEROS.
           05  WRK-TOT-JAGRAV-PSVPB0H1 PIC 9(009) COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------*
      *    VERIFICACAO DA APROPRIACAO MENSAL DE RENTABILIDADE DO MES   *
      *    (PSVP1087) ANTES DA FOTOGRAFIA; PARM POSICAO 12 = 'S'       *
      *    DISPENSA A VERIFICACAO                                      *
      *----------------------------------------------------------------*
       01  WRK-SW-DISPENSA-APROPR     PIC  X(001) VALUE 'N'.
           88  WRK-DISPENSA-APROPR        VALUE 'S'.

      *----------------------------------------------------------------*
      *    ANO/MES DE REFERENCIA DA FOTOGRAFIA. INFORMADO NO PARM DA   *
      *    JCL (AAAAMM) PARA REPROCESSAMENTOS; QUANDO AUSENTE, O       *
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE PECQB007 END-EXEC.
           EXEC SQL INCLUDE PSVPB0H1 END-EXEC.
           EXEC SQL INCLUDE PSVPB0R1 END-EXEC.

      *---------------------------------------------------------------*
      *          DEFINICAO DAS AREAS DE 'DECLARE CURSOR'               *
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-AAMM     PIC  9(006).
               10  WRK-PARM-DADO-CKPT     PIC  9(005).
               10  WRK-PARM-DADO-DISPENSA PIC  X(001).
               10  FILLER                 PIC  X(068).

      *===============================================================*
       PROCEDURE DIVISION USING WRK-PARM-AREA.
                 MOVE WRK-PARM-DADO-CKPT TO WRK-PARM-INTERVALO-CKPT
              END-IF
           END-IF
           IF WRK-PARM-TAM IS GREATER THAN +11
              IF WRK-PARM-DADO-DISPENSA EQUAL 'S'
                 MOVE 'S'             TO WRK-SW-DISPENSA-APROPR
              END-IF
           END-IF

           MOVE ' '                   TO CK01-PLAN
           MOVE 'DB2'                 TO CK01-ID-DB2
           END-IF

           IF CK01-STATUS EQUAL 'REST'
              MOVE ZEROS              TO WRK-RST-AAMM-REFER
              MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                      TO WRK-AREA-RESTART
              PERFORM 1090-VALIDAR-REFERENCIA
              MOVE WRK-MVQT-NR-MOV-QTA
                                      TO MVQT-NR-MOV-QTA OF PECQB007
           ELSE
              MOVE ZEROS              TO MVQT-NR-MOV-QTA OF PECQB007
           END-IF

           MOVE WRK-AAMM-REFER        TO WRK-RST-AAMM-REFER

           IF NOT WRK-DISPENSA-APROPR
              PERFORM 1050-VERIFICAR-APROPR
           END-IF

           PERFORM 1100-OPEN-CURSOR-PECQB007
           PERFORM 2100-FETCH-PECQB007.

       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA VERIFICAR A APROPRIACAO MENSAL DE RENTABILIDADE      *
      *    A FOTOGRAFIA TEM DE REFLETIR OS SALDOS JA COM A             *
      *    RENTABILIDADE DO MES: SEM INDICE CADASTRADO PARA O MES OU   *
      *    COM A APROPRIACAO (PSVP1087) AINDA NAO CONCLUIDA, RECUSA    *
      ******************************************************************
      *----------------------------------------------------------------*
       1050-VERIFICAR-APROPR      SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-AAMM-REFER        TO AAMM-REFER OF PSVPB0R1

           EXEC SQL
                SELECT IN_SITUACAO
                  INTO :PSVPB0R1.IN-SITUACAO
                  FROM DB2PRD.TPSVP_INDICE_RENTB
                 WHERE AAMM_REFER = :PSVPB0R1.AAMM-REFER
           END-EXEC

           IF (SQLCODE NOT EQUAL ZEROS AND + 100) OR
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

           IF SQLCODE EQUAL +100
              MOVE SPACES             TO IN-SITUACAO OF PSVPB0R1
           END-IF

           IF NOT APROPR-CONCLUIDA
              DISPLAY '*** PSVP1096: APROPRIACAO MENSAL DE '
                      WRK-AAMM-REFER ' NAO CONCLUIDA (PSVP1087) -'
                      ' FOTOGRAFIA RECUSADA ***'
              MOVE 'SEQ'              TO ERR-TIPO-ACESSO
              MOVE 'SITUACAO'         TO ERR-DBD-TAB
              MOVE 'PSVPB0R1'         TO ERR-FUN-COMANDO
              MOVE ZEROS              TO ERR-SQL-CODE
              MOVE '1051'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              MOVE 'F'                TO WRK-ERR-SEVERIDADE
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA VALIDAR A REFERENCIA DA AREA DE RESTART: A CHAVE     *
      *    GRAVADA SO VALE PARA O ANO/MES QUE A GRAVOU - RETOMAR A     *
      *    FOTOGRAFIA DE OUTRO MES DELA PULARIA CHAVES DESTE.      *
      *    ENCERRA SEM PROCESSAR, SEM CHECKPOINT E SEM O 'F' DO        *
      *    CKRS0100, COM RETURN-CODE 16. AREA SEM ANO/MES (GRAVADA     *
      *    ANTES DO CAMPO EXISTIR) RETOMA COM AVISO, COMO SEMPRE FOI   *
      ******************************************************************
      *----------------------------------------------------------------*
       1090-VALIDAR-REFERENCIA    SECTION.
      *----------------------------------------------------------------*

           IF WRK-RST-AAMM-REFER NOT NUMERIC OR
              WRK-RST-AAMM-REFER EQUAL ZEROS
              DISPLAY 'PSVP1096 - AREA DE RESTART SEM ANO/MES DE '
                      'REFERENCIA - RETOMADA ACEITA SEM CONFERENCIA'
           ELSE
              IF WRK-RST-AAMM-REFER NOT EQUAL WRK-AAMM-REFER
                 DISPLAY '*********** PSVP1096 ***********'
                 DISPLAY '*                              *'
                 DISPLAY '*  RESTART RECUSADO: AREA DE   *'
                 DISPLAY '*  RESTART DE OUTRO ANO/MES    *'
                 DISPLAY '* ---------------------------- *'
                 DISPLAY '* AAAAMM DA AREA    : ' WRK-RST-AAMM-REFER
                 DISPLAY '* AAAAMM DA EXECUCAO: ' WRK-AAMM-REFER
                 DISPLAY '* ---------------------------- *'
                 DISPLAY '* REINICIE COM O AAAAMM DA     *'
                 DISPLAY '* AREA NO PARM (POS 01-06)     *'
                 DISPLAY '*********** PSVP1096 ***********'
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
