      *               CALE2000 (FUNCAO 'CD' DA AREA CALEWAAC),         *
      *               ELIMINANDO A COPIA PRIVADA DA LOGICA DE          *
      *               FERIADOS QUE ESTE PROGRAMA CARREGAVA.            *
      *    JUN/2028 - HOMI - PROTOCOLO REABERTO PELO SACL52JS TEM O    *
      *               PRAZO RECONTADO A PARTIR DA DATA DA REABERTURA   *
      *               (DT_INIC_PRAZO DE TMANIF_PSSOA); A DATA DE       *
      *               ABERTURA CONTINUA NO RELATORIO.                  *
      *================================================================*

      *================================================================*
                DECLARE C1 CURSOR FOR
                SELECT NPROT_MANIF,
                       DT_ABERT_MANIF,
                       NDEPEND_MANIF,
                       CASE WHEN DT_INIC_PRAZO > DT_ABERT_MANIF
                            THEN DT_INIC_PRAZO
                            ELSE DT_ABERT_MANIF
                       END
                  FROM DB2PRD.TMANIF_PSSOA
                 WHERE CSIT_MANIF = 'A'
                 ORDER BY DT_ABERT_MANIF
                FETCH C1
                 INTO :SACLB031.NPROT-MANIF,
                      :SACLB031.DT-ABERT-MANIF,
                      :SACLB031.NDEPEND-MANIF,
                      :SACLB031.DT-INIC-PRAZO
           END-EXEC.

           EVALUATE TRUE
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * A IDADE EM DIAS UTEIS DA PRACA (DO DIA SEGUINTE AO DA         *
      * ABERTURA ATE HOJE, INCLUSIVE) E CALCULADA PELO CALENDARIO     *
      * UNICO, VIA CALE2000 FUNCAO 'CD'. PROTOCOLO REABERTO CONTA A   *
      * PARTIR DA DATA DA REABERTURA (DT_INIC_PRAZO)                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           INITIALIZE CALEWAAC-BLOCO-RETORNO
                      CALEWAAC-BLOCO-SAIDA.
           SET  CALEWAAC-CONTAR-DIAS-UTEIS TO   TRUE.
           MOVE NDEPEND-MANIF OF SACLB031 TO    CALEWAAC-DEPENDENCIA.
           MOVE DT-INIC-PRAZO OF SACLB031 TO    CALEWAAC-DT-BASE.
           MOVE WRK-DATA-HOJE           TO      CALEWAAC-DT-FIM.
           MOVE ZEROS                   TO      CALEWAAC-QTD-DIAS-UTEIS
                                                CALEWAAC-PROTOCOLO.
