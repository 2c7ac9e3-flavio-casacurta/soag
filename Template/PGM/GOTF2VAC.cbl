      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TACUM_TARIF_MENSAL        GOTFB0B2       *
      *                DB2PRD.TMIGR_CONTA_TARIF         GOTFB0G2       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *               TSIT_MOVTO_TARIF, SEM FILTRO DE CJUSTF - TODO    *
      *               POSTADOR (GOTF2DSS, GOTF2RCY, GOTF2EST,          *
      *               GOTF2RCL, GOTF2RET/BAIXA) ACUMULA O QUE POSTA.   *
      *    FEV/2028 - HOMI - CONTA RENUMERADA (GOTF2MIG): O ACUMULADO  *
      *               DA CONTA ANTIGA PASSA PARA A NOVA, MAS OS        *
      *               EVENTOS FICAM NO NUMERO ANTIGO. O RECALCULO (C1) *
      *               AGRUPA PELA CONTA ATUAL (TMIGR_CONTA_TARIF) E A  *
      *               LINHA DA CONTA NOVA COM EVENTO SO NO NUMERO      *
      *               ANTIGO NAO E MAIS ORFA (C2).                     *
      *================================================================*

      *================================================================*
               INCLUDE GOTFB0B2
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G2
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * SOMA RECALCULADA POR ORIGEM + CONTA NO MES DE REFERENCIA.     *
      * EVENTO DE CONTA RENUMERADA CONTA PARA A CONTA ATUAL (A NOVA   *
      * QUE NAO FOI, ELA PROPRIA, MIGRADA)                            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR FOR
                SELECT X.CSIST_ORIGE_TARIF,
                       X.NCONTA_ATUAL,
                       SUM(X.VVALOR_COBR_TARIF)
                  FROM (SELECT T.CSIST_ORIGE_TARIF,
                               COALESCE(
                               (SELECT M.NCONTA_NOVA
                                  FROM DB2PRD.TMIGR_CONTA_TARIF M
                                 WHERE M.NCONTA_ANTIGA = T.NCONTA_CLIEN
                                   AND NOT EXISTS
                               (SELECT 1
                                  FROM DB2PRD.TMIGR_CONTA_TARIF M2
                                 WHERE M2.NCONTA_ANTIGA =
                                       M.NCONTA_NOVA)),
                               T.NCONTA_CLIEN) AS NCONTA_ATUAL,
                               T.VVALOR_COBR_TARIF
                          FROM DB2PRD.TSIT_MOVTO_TARIF T
                         WHERE T.NCONTA_CLIEN > 0
                           AND T.DRECEB_MOVTO_TARIF BETWEEN
                               :WRK-DRECEB-INI AND :WRK-DRECEB-FIM) X
                 GROUP BY X.CSIST_ORIGE_TARIF,
                          X.NCONTA_ATUAL
                 ORDER BY X.CSIST_ORIGE_TARIF,
                          X.NCONTA_ATUAL
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
                           AND T.NCONTA_CLIEN = A.NCONTA_CLIEN
                           AND T.DRECEB_MOVTO_TARIF BETWEEN
                               :WRK-DRECEB-INI AND :WRK-DRECEB-FIM)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM DB2PRD.TSIT_MOVTO_TARIF T,
                               DB2PRD.TMIGR_CONTA_TARIF M
                         WHERE M.NCONTA_NOVA   = A.NCONTA_CLIEN
                           AND T.NCONTA_CLIEN  = M.NCONTA_ANTIGA
                           AND T.CSIST_ORIGE_TARIF =
                               A.CSIST_ORIGE_TARIF
                           AND T.DRECEB_MOVTO_TARIF BETWEEN
                               :WRK-DRECEB-INI AND :WRK-DRECEB-FIM)
                 ORDER BY A.CSIST_ORIGE_TARIF,
                          A.NCONTA_CLIEN
           END-EXEC.
