      *               POR ORIGEM/MOEDA ABRINDO BRUTO POSTADO,          *
      *               ESTORNOS ('ESTR' + CORRECAO MONETARIA 'CORR'),   *
      *               AJUSTES DE RECALCULO ('AJTE'), BAIXAS ('BAIX'),  *
      *               RECUPERACOES DE BAIXA ('RECP'),                  *
      *               RECEITA LIQUIDA E AS VARIACOES PERCENTUAIS DO    *
      *               LIQUIDO CONTRA O MES ANTERIOR E CONTRA O MESMO   *
      *               MES DO ANO ANTERIOR. AS ISENCOES CONCEDIDAS NO   *
      *               QT_ISENTOS DE TEST_VOL_TARIF (PERSISTIDOS PELO   *
      *               GOTF2DSS). E A PAGINA QUE A SUPERINTENDENCIA     *
      *               MONTAVA A MAO DE QUATRO SAIDAS DIFERENTES.       *
      *    MAR/2028 - HOMI - RECUPERACOES DE BAIXA ('RECP') ABERTAS NA *
      *               LINHA DE CONTINUACAO DO SUBTOTAL, AO LADO DAS    *
      *               BAIXAS.                                          *
      *    AGO/2028 - HOMI - COMPENSACOES DA OUVIDORIA ('COMP',        *
      *               GOTF2CMP) ABERTAS NA LINHA DE CONTINUACAO        *
      *               (' CMP ', FILLER 77 -> 52) E FORA DO LIQUIDO, DO *
      *               LIQUIDO GERAL E DOS COMPARATIVOS: SAO DESPESA DE *
      *               COMPENSACAO, NAO REDUCAO DA RECEITA DE TARIFAS.  *
      *================================================================*

      *================================================================*
                                                   VALUE ZEROS.
         05  WRK-VLR-BAIXAS            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
         05  WRK-VLR-RECUPERACOES      PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
         05  WRK-VLR-COMPENSACOES      PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
         05  WRK-VLR-LIQUIDO           PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

         05  FILLER                    PIC  X(005) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTINUACAO DO SUBTOTAL: AS BAIXAS ('BAIX'), AS RECUPERACOES   *
      * DE BAIXA ('RECP') E AS COMPENSACOES ('COMP') SAEM EM LINHA     *
      * PROPRIA PORQUE O SUBTOTAL PRINCIPAL JA OCUPA OS 132 BYTES      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-LINHA-SUBTOT-BAI.
         05  SB2-CMOEDA                PIC  X(003).
         05  FILLER                    PIC  X(005) VALUE ' BAI '.
         05  SB2-VLR-BAIXAS            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
         05  FILLER                    PIC  X(005) VALUE ' REC '.
         05  SB2-VLR-RECUPERACOES      PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
         05  FILLER                    PIC  X(005) VALUE ' CMP '.
         05  SB2-VLR-COMPENSACOES      PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
         05  FILLER                    PIC  X(052) VALUE SPACES.

       01  WRK-LINHA-ISENCAO.
         05  ISE-CSIST-ORIGE           PIC  X(003).
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CLASSIFICA O AGREGADO: ESTORNO E CORRECAO MONETARIA ENTRAM    *
      * EM ESTORNOS, AJUSTE DE RECALCULO EM AJUSTES, BAIXA EM         *
      * BAIXAS, RECUPERACAO DE BAIXA EM RECUPERACOES, COMPENSACAO DA  *
      * OUVIDORIA EM COMPENSACOES, O RESTO E BRUTO; O LIQUIDO SOMA    *
      * TUDO COM SINAL, MENOS A COMPENSACAO, QUE NAO E TARIFA         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EVALUATE WRK-CJUSTF-AGREG
              WHEN 'ESTR'
                 ADD WRK-VLR-AGREG      TO      WRK-VLR-AJUSTES
              WHEN 'BAIX'
                 ADD WRK-VLR-AGREG      TO      WRK-VLR-BAIXAS
              WHEN 'RECP'
                 ADD WRK-VLR-AGREG      TO      WRK-VLR-RECUPERACOES
              WHEN 'COMP'
                 ADD WRK-VLR-AGREG      TO      WRK-VLR-COMPENSACOES
              WHEN OTHER
                 ADD WRK-VLR-AGREG      TO      WRK-VLR-BRUTO
           END-EVALUATE.

           IF WRK-CJUSTF-AGREG      NOT EQUAL   'COMP'
              ADD WRK-VLR-AGREG         TO      WRK-VLR-LIQUIDO
                                                WRK-VLR-LIQ-GERAL
           END-IF.

           PERFORM 2100-LER-CURSOR.

      *    FECHA A QUEBRA ORIGEM/MOEDA: SUBTOTAL COM BRUTO, ESTORNOS,
      *    AJUSTES, LIQUIDO E AS VARIACOES DO LIQUIDO CONTRA O MES
      *    ANTERIOR E O MESMO MES DO ANO ANTERIOR, A LINHA DE
      *    CONTINUACAO COM AS BAIXAS ('BAIX') E AS RECUPERACOES DE
      *    BAIXA ('RECP') - PARA BRU + EST + AJU + BAI + REC FECHAR COM
      *    O LIQ - MAIS AS COMPENSACOES DA OUVIDORIA ('COMP'), FORA DO
      *    LIQ, E A LINHA DE ISENCOES DA ORIGEM.
      *    A PRIMEIRA CHAMADA (QUEBRA AINDA VAZIA) NAO EMITE NADA.
      *----------------------------------------------------------------*
       5000-FECHAR-QUEBRA              SECTION.
           MOVE WRK-CSIST-QUEBRA        TO      SB2-CSIST-ORIGE.
           MOVE WRK-CMOEDA-QUEBRA       TO      SB2-CMOEDA.
           MOVE WRK-VLR-BAIXAS          TO      SB2-VLR-BAIXAS.
           MOVE WRK-VLR-RECUPERACOES    TO      SB2-VLR-RECUPERACOES.
           MOVE WRK-VLR-COMPENSACOES    TO      SB2-VLR-COMPENSACOES.

           MOVE WRK-LINHA-SUBTOT-BAI    TO      FD-GOTF031S.
           WRITE FD-GOTF031S.
                AND CMOEDA_ORIGL_TARIF = :WRK-CMOEDA-QUEBRA
                AND DRECEB_MOVTO_TARIF BETWEEN :WRK-DT-INI-ANTER
                                           AND :WRK-DT-FIM-ANTER
                AND COALESCE(CJUSTF_EVNTO_TARIF, ' ') <> 'COMP'
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  AND
                AND CMOEDA_ORIGL_TARIF = :WRK-CMOEDA-QUEBRA
                AND DRECEB_MOVTO_TARIF BETWEEN :WRK-DT-INI-ANOANT
                                           AND :WRK-DT-FIM-ANOANT
                AND COALESCE(CJUSTF_EVNTO_TARIF, ' ') <> 'COMP'
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  AND
