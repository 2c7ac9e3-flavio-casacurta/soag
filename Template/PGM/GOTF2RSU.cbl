      *                DB2PRD.TSUSP_RETNO_TARIF         GOTFB0E8       *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TPEND_COBR_TARIF          GOTFB0D2       *
      *                DB2PRD.TCTA_DEBTO_ALTER          GOTFB0F6       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *               PARM DA JCL) PASSA A SER FOTOGRAFADO EM         *
      *               TPARM_EXEC_EFETIVO VIA FRWK3000, PARA CONSULTA  *
      *               POSTERIOR POR PROGRAMA/DATA PELO FRWK4000.      *
      *    NOV/2027 - HOMI - CONTA ALTERNATIVA DE DEBITO: A PENDENCIA  *
      *               DA RECUSA REAPLICADA SEGUE O GOTF2RET - HAVENDO  *
      *               CONTA ATIVA E VIGENTE EM TCTA_DEBTO_ALTER PARA O *
      *               CLIENTE, ENTRA APONTANDO PARA A DE MENOR         *
      *               PRIORIDADE, SEM TENTATIVA E COM RETENTATIVA NA   *
      *               DATA; SEM ALTERNATIVA, COMO ANTES (PRINCIPAL,    *
      *               PRIMEIRA TENTATIVA, NPRIOR_DEBTO -1).            *
      *    MAR/2028 - HOMI - RECUPERACAO DE BAIXAS: O CURSOR CSUS DEIXA*
      *               DE LER AS SUSPENSAS COM MOTIVO 'EVENTO BAIXADO'  *
      *               (RETORNO TARDIO DE EVENTO JA BAIXADO, GRAVADO    *
      *               PELO GOTF2RET), QUE SAO CONSUMIDAS PELO GOTF2RCP *
      *               - REBATE-LAS AQUI LIQUIDARIA O EVENTO POR CIMA DA*
      *               BAIXA SEM REVERTER A CONTRAPARTIDA 'BAIX'.       *
      *================================================================*

      *================================================================*
       01  WRK-QTD-TENTATIVAS          PIC S9(04) COMP VALUE ZEROS.
       01  WRK-DT-PROX-TENT            PIC  X(10) VALUE SPACES.
       01  WRK-PARM-DIAS-RETRY         PIC S9(03) COMP-3 VALUE +3.
       01  WRK-DIAS-PROX-TENT          PIC S9(03) COMP-3 VALUE ZEROS.
       01  WRK-SW-CONTA-ALTER          PIC  X(01) VALUE 'N'.
           88  WRK-ACHOU-CONTA-ALTER               VALUE 'S'.
       01  WRK-SW-FIM-TPARM            PIC  X(01) VALUE 'N'.
           88  WRK-FIM-TPARM                       VALUE 'S'.
       01  WRK-TPARM-NOME              PIC  X(20) VALUE SPACES.
               INCLUDE GOTFB0E8
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0F6
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * SUSPENSAS AINDA PENDENTES DE RECASAMENTO. AS DE EVENTO JA      *
      * BAIXADO SAO DA RECUPERACAO DE BAIXAS (GOTF2RCP)                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CSUS CURSOR FOR
                       CSIT_COBR_TARIF
                  FROM DB2PRD.TSUSP_RETNO_TARIF
                 WHERE IN_SITUACAO = 'S'
                   AND DS_MOTIVO  <> 'EVENTO BAIXADO'
                   FOR UPDATE OF IN_SITUACAO, DT_RESOLUCAO
           END-EXEC.


      *----------------------------------------------------------------*
      *    REGISTRA A PENDENCIA DA REGUA DE COBRANCA PARA A RECUSA
      *    REAPLICADA, COMO 5300 DO GOTF2RET: COM CONTA ALTERNATIVA
      *    (5350), APONTANDO PARA ELA, SEM TENTATIVA E RETRY NA DATA;
      *    SEM ALTERNATIVA, PRIMEIRA TENTATIVA NA PRINCIPAL E PROXIMO
      *    RETRY EM DIAS-RETRY. PENDENCIA JA EXISTENTE DO MESMO EVENTO
      *    (RETORNO POSTERIOR JA PROCESSADO) E MANTIDA.
      *----------------------------------------------------------------*
       5300-REGISTRAR-PENDENCIA        SECTION.
      *----------------------------------------------------------------*
           END-EVALUATE.

           IF WRK-PENDENCIA-NOVA
              PERFORM 5350-BUSCAR-CONTA-ALTER

              IF WRK-ACHOU-CONTA-ALTER
                 MOVE ZEROS             TO      WRK-DIAS-PROX-TENT
                 MOVE ZEROS             TO      QTD-TENTATIVAS
                                                OF GOTFB0D2
              ELSE
                 MOVE -1                TO      NPRIOR-DEBTO OF GOTFB0D2
                 MOVE ZEROS             TO      NCONTA-DEBTO OF GOTFB0D2
                 MOVE WRK-PARM-DIAS-RETRY TO    WRK-DIAS-PROX-TENT
                 MOVE 1                 TO      QTD-TENTATIVAS
                                                OF GOTFB0D2
              END-IF

              EXEC SQL
                   SELECT CHAR(CURRENT DATE +
                               :WRK-DIAS-PROX-TENT DAYS, ISO)
                     INTO :WRK-DT-PROX-TENT
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
                TO DRECEB-MOVTO-TARIF OF GOTFB0D2
              MOVE NMOVTO-EVNTO-TARIF OF GOTFB0E8
                TO NMOVTO-EVNTO-TARIF OF GOTFB0D2
              MOVE WRK-DT-PROX-TENT     TO      DT-PROX-TENTATIVA
                                                OF GOTFB0D2
              MOVE 'P'                  TO      IN-SITUACAO OF GOTFB0D2
                       NMOVTO_EVNTO_TARIF ,
                       QTD_TENTATIVAS     ,
                       DT_PROX_TENTATIVA  ,
                       IN_SITUACAO        ,
                       NPRIOR_DEBTO       ,
                       NCONTA_DEBTO)
                  VALUES
                      (:GOTFB0D2.CSIST-ORIGE-TARIF  ,
                       :GOTFB0D2.DRECEB-MOVTO-TARIF ,
                       :GOTFB0D2.NMOVTO-EVNTO-TARIF ,
                       :GOTFB0D2.QTD-TENTATIVAS     ,
                       :GOTFB0D2.DT-PROX-TENTATIVA  ,
                       :GOTFB0D2.IN-SITUACAO        ,
                       :GOTFB0D2.NPRIOR-DEBTO       ,
                       :GOTFB0D2.NCONTA-DEBTO)
              END-EXEC

              IF (SQLCODE           NOT EQUAL   ZEROS)  OR
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PRIMEIRA CONTA ALTERNATIVA DO CLIENTE DO EVENTO, COMO 5350
      *    DO GOTF2RET: ATIVA, COM AUTORIZACAO VIGENTE E DIFERENTE DA
      *    PRINCIPAL, NA MENOR PRIORIDADE. +100 = NAO HA ALTERNATIVA
      *----------------------------------------------------------------*
       5350-BUSCAR-CONTA-ALTER         SECTION.
      *----------------------------------------------------------------*

           MOVE '5350-BUSCAR-CONTA-ALTER' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-CONTA-ALTER.

           EXEC SQL
                SELECT A.NPRIOR_DEBTO,
                       A.NCONTA_DEBTO
                  INTO :GOTFB0F6.NPRIOR-DEBTO,
                       :GOTFB0F6.NCONTA-DEBTO
                  FROM DB2PRD.TSIT_MOVTO_TARIF T,
                       DB2PRD.TCTA_DEBTO_ALTER A
                 WHERE T.CSIST_ORIGE_TARIF  =
                                          :GOTFB0E8.CSIST-ORIGE-TARIF
                   AND T.DRECEB_MOVTO_TARIF =
                                          :GOTFB0E8.DRECEB-MOVTO-TARIF
                   AND T.NMOVTO_EVNTO_TARIF =
                                          :GOTFB0E8.NMOVTO-EVNTO-TARIF
                   AND A.NCONTA_CLIEN       = T.NCONTA_CLIEN
                   AND A.NCONTA_DEBTO      <> T.NCONTA_CLIEN
                   AND A.IN_SITUACAO        = 'A'
                   AND A.NPRIOR_DEBTO       > 0
                   AND CHAR(CURRENT DATE, ISO)
                              BETWEEN A.DT_INI_AUTORZ
                                  AND A.DT_FIM_AUTORZ
                 ORDER BY A.NPRIOR_DEBTO
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TCTA_DEBTO_ALTER' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT          TO     TRUE
                 MOVE '0045'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 SET WRK-ACHOU-CONTA-ALTER TO   TRUE
                 MOVE NPRIOR-DEBTO OF GOTFB0F6
                   TO NPRIOR-DEBTO OF GOTFB0D2
                 MOVE NCONTA-DEBTO OF GOTFB0F6
                   TO NCONTA-DEBTO OF GOTFB0D2
           END-EVALUATE.

      *----------------------------------------------------------------*
       5350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5500-MARCAR-APLICADA            SECTION.
      *----------------------------------------------------------------*
