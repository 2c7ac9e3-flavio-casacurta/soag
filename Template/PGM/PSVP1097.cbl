      * 08/2027 - LC - LIBERACAO DE SALDO EFETIVADA PASSA A SER  *
      *           REGISTRADA NA CONTA-CORRENTE DE MOTIVOS        *
      *           TPECQ_MOTIV_BLOQ (TIPO 'L', MOTIVO 'DISP').    *
      * 08/2028 - HOMI - ROLLOVER CORRETIVO APLICADO PASSA A SER *
      *           REGISTRADO NO JORNAL TPSVP_JRNL_ROLLOVER (MODO *
      *           'X'), COM OS SALDOS ANTES E DEPOIS, PARA A     *
      *           INTERFACE CONTABIL PSVP1086.                   *
      ************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                                  VALUE ZEROS.
       01  WRK-CHAVE-CORRENTE         PIC S9(010)V COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------*
      *    SALDOS DA CHAVE LIDOS ANTES DO UPDATE, PARA O JORNAL        *
      *    TPSVP_JRNL_ROLLOVER (MODO 'X')                              *
      *----------------------------------------------------------------*
       01  WRK-SALDOS-ANTES.
           05  WRK-ANT-QBLOQ-ATU      PIC S9(009)V9(002) COMP-3
                                                  VALUE ZEROS.
           05  WRK-ANT-QBLOQ-ANT      PIC S9(009)V9(002) COMP-3
                                                  VALUE ZEROS.
           05  WRK-ANT-QRENT-ATU      PIC S9(009)V9(002) COMP-3
                                                  VALUE ZEROS.
           05  WRK-ANT-QRENT-ANT      PIC S9(009)V9(002) COMP-3
                                                  VALUE ZEROS.

      *----------------------------------------------------------------*
      *    MODO SIMULACAO ('S' NAO GRAVA EM DB2, APENAS RELATORIO) E   *
      *    CONTADOR DE COMMIT                                          *
           END-EXEC.
           EXEC SQL INCLUDE PECQB007 END-EXEC.
           EXEC SQL INCLUDE PECQB027 END-EXEC.
           EXEC SQL INCLUDE PSVPB0J1 END-EXEC.

      *---------------------------------------------------------------*
      *          AREA DE RECEPCAO DO PARM DA JCL                       *
              ADD 1                   TO WRK-TOT-APLICADOS
              PERFORM 2600-GRAVAR-RELD
           ELSE
              PERFORM 2350-LER-SALDOS-ANTES
              IF EXCE-TABELA EQUAL 'PECQB007'
                 PERFORM 2400-UPDATE-MOV-QUOTA
              ELSE
       2300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA LER OS QUATRO SALDOS DA CHAVE ANTES DO UPDATE, PARA  *
      *    O JORNAL. CHAVE INEXISTENTE (+100) SEGUE PARA O UPDATE, QUE *
      *    A ANOTA COMO NAO ENCONTRADA                                 *
      *----------------------------------------------------------------*
       2350-LER-SALDOS-ANTES      SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                 TO WRK-ANT-QBLOQ-ATU
                                         WRK-ANT-QBLOQ-ANT
                                         WRK-ANT-QRENT-ATU
                                         WRK-ANT-QRENT-ANT

           IF EXCE-TABELA EQUAL 'PECQB007'
              EXEC SQL
                   SELECT QBLOQ_MOVTO_ATUAL,
                          QBLOQ_MOVTO_ANTER,
                          QRENTB_ATUAL_EMPR,
                          QRENTB_ANTER_EMPR
                     INTO :WRK-ANT-QBLOQ-ATU,
                          :WRK-ANT-QBLOQ-ANT,
                          :WRK-ANT-QRENT-ATU,
                          :WRK-ANT-QRENT-ANT
                     FROM DB2PRD.PECQ_MOV_QUOTA
                    WHERE MVQT_NR_MOV_QTA = :WRK-CHAVE-CORRENTE
              END-EXEC
           ELSE
              EXEC SQL
                   SELECT QBLOQ_MOVTO_ATUAL,
                          QBLOQ_MOVTO_ANTER,
                          QRENTB_ATUAL_EMPR,
                          QRENTB_ANTER_EMPR
                     INTO :WRK-ANT-QBLOQ-ATU,
                          :WRK-ANT-QBLOQ-ANT,
                          :WRK-ANT-QRENT-ATU,
                          :WRK-ANT-QRENT-ANT
                     FROM DB2PRD.TMOVTC_TRNSF_ASSOC
                    WHERE NREG_TBELA_ASSOC = :WRK-CHAVE-CORRENTE
              END-EXEC
           END-IF

           IF (SQLCODE NOT EQUAL ZEROS) AND
              (SQLCODE NOT EQUAL +100)
              MOVE 'DB2'              TO ERR-TIPO-ACESSO
              MOVE 'SELECT'           TO ERR-DBD-TAB
              MOVE EXCE-TABELA       TO ERR-FUN-COMANDO
              MOVE SQLCODE            TO ERR-SQL-CODE
              MOVE '2350'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              MOVE 'F'                TO WRK-ERR-SEVERIDADE
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2350-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA APLICAR EM PECQ_MOV_QUOTA                            *
      *----------------------------------------------------------------*
                 PERFORM 2600-GRAVAR-RELD
                 PERFORM 2750-MARCAR-DECISAO-USADA
                 PERFORM 2760-GRAVAR-LIBERACAO
                 PERFORM 2770-GRAVAR-JORNAL

                 ADD 1                TO WRK-COMMIT-CONT
                 IF WRK-COMMIT-CONT IS GREATER THAN
       2760-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA GRAVAR NO JORNAL TPSVP_JRNL_ROLLOVER O ROLLOVER      *
      *    CORRETIVO APLICADO (MODO 'X'), COM OS SALDOS ANTES E DEPOIS *
      *    - BASE DA INTERFACE CONTABIL PSVP1086                       *
      ******************************************************************
      *----------------------------------------------------------------*
       2770-GRAVAR-JORNAL         SECTION.
      *----------------------------------------------------------------*

           MOVE EXCE-TABELA           TO NM-TABELA OF PSVPB0J1
           MOVE WRK-CHAVE-CORRENTE    TO NR-CHAVE  OF PSVPB0J1
           MOVE WRK-ANT-QBLOQ-ATU     TO QBLOQ-ATUAL-ANTES OF PSVPB0J1
           MOVE WRK-ANT-QBLOQ-ANT     TO QBLOQ-ANTER-ANTES OF PSVPB0J1
           MOVE WRK-ANT-QRENT-ATU     TO QRENTB-ATUAL-ANTES
                                         OF PSVPB0J1
           MOVE WRK-ANT-QRENT-ANT     TO QRENTB-ANTER-ANTES
                                         OF PSVPB0J1
           MOVE ZEROS                 TO QBLOQ-ATUAL-DEPOIS
                                         OF PSVPB0J1
           MOVE WRK-ANT-QBLOQ-ATU     TO QBLOQ-ANTER-DEPOIS
                                         OF PSVPB0J1
           MOVE WRK-VLR-APLICAR       TO QRENTB-ATUAL-DEPOIS
                                         OF PSVPB0J1
           MOVE WRK-ANT-QRENT-ATU     TO QRENTB-ANTER-DEPOIS
                                         OF PSVPB0J1
           MOVE 'X'                   TO IN-MODO-EXEC OF PSVPB0J1
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
              MOVE '2770'             TO ERR-LOCAL
              MOVE SPACES             TO ERR-SEGM
              MOVE 'F'                TO WRK-ERR-SEVERIDADE
              PERFORM 999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       2770-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA FINALIZA                                             *
      ******************************************************************
