      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF1200.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF1200                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  MARCO/2028                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO DE ENCARGOS DE MORA DO DEBITO DE      *
      *                   TARIFA RECUSADO E PAGO DEPOIS, CHAMADO POR   *
      *                   CALL ESTATICO PELO GOTF2RET (RETENTATIVA DA  *
      *                   REGUA PAGA) E PELO GOTF2RCP (RECUPERACAO DE  *
      *                   EVENTO BAIXADO). A PARTIR DA CHAVE DO EVENTO *
      *                   ORIGINAL, DO VALOR PAGO E DA DATA DO         *
      *                   PAGAMENTO: CONTA OS DIAS UTEIS DE ATRASO     *
      *                   PELO CALE2000 DESDE A PRIMEIRA REMESSA DO    *
      *                   EVENTO (DT_REMES_ORIGL; SEM ELA,             *
      *                   DT_REMES_TARIF), APLICA A MULTA E OS JUROS   *
      *                   DIARIOS DE TTAXA_MORA_TARIF VIGENTES NA DATA *
      *                   DO PAGAMENTO E POSTA O ENCARGO COMO EVENTO   *
      *                   PROPRIO, POSITIVO, CJUSTF 'MORA', NUMERACAO  *
      *                   MAX+1, DRECEB NA DATA DO PAGAMENTO E         *
      *                   'EVENTO ' + NMOVTO ORIGINAL NA JUSTIFICATIVA *
      *                   (VINCULO LIDO PELA CONSULTA GOTF51JS), COM O *
      *                   ACUMULADO MENSAL DO CLIENTE. O EVENTO NASCE  *
      *                   NAO REMETIDO E SEM FATURA DE ORIGEM: VAI NA  *
      *                   PROXIMA FATURA E NA PROXIMA REMESSA DE       *
      *                   DEBITO COMO QUALQUER TARIFA.                 *
      *                   NADA E COBRADO (RETORNO 04, MOTIVO NO BLOCO) *
      *                   QUANDO O ORIGINAL JA E UM ENCARGO 'MORA',    *
      *                   NUNCA FOI REMETIDO, ESTA EM CONTESTACAO      *
      *                   (VINCULO ABERTO EM TXREF_MANIF_TARIF), O     *
      *                   CLIENTE E ISENTO DA TARIFA NA DATA DO        *
      *                   PAGAMENTO (TISEN_EVNTO_TARIF), NAO HA TAXA   *
      *                   VIGENTE, NAO HA DIA UTIL DE ATRASO OU O      *
      *                   ENCARGO ARREDONDA A ZERO. ERRO DO CALE2000   *
      *                   VOLTA COM RETORNO 12 E ERRO DE SQL COM       *
      *                   RETORNO 16 (SQLCODE E TABELA NO BLOCO), PARA *
      *                   O CHAMADOR TRATAR NA SUA PROPRIA ROTINA DE   *
      *                   ERRO. O MODULO NAO FAZ COMMIT.               *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    GOTFWMOR - BOOK DE COMUNICACAO DESTE MODULO                 *
      *    CALEWAAC - BOOK DE COMUNICACAO DO CALE2000                  *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TTAXA_MORA_TARIF          GOTFB0G7       *
      *                DB2PRD.TACUM_TARIF_MENSAL        GOTFB0B2       *
      *                DB2PRD.TISEN_EVNTO_TARIF         (SELECT)       *
      *                DB2PRD.TXREF_MANIF_TARIF         (SELECT)       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CALE2000 - CALENDARIO - CONTAGEM DE DIAS UTEIS              *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    MAR/2028 - HOMI - CRIACAO DO PROGRAMA.                      *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS   COMMA.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

       77  WRK-PROGRAM                 PIC  X(08)  VALUE  'GOTF1200'.
       77  WRK-CALE2000                PIC  X(08)  VALUE  'CALE2000'.

       COPY CALEWAAC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DADOS DO EVENTO ORIGINAL E DO ENCARGO                          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CJUSTF-ORIGINAL         PIC  X(04) VALUE SPACES.
       01  WRK-VLR-ORIGINAL            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-BASE                PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-DT-REMES-ORIGINAL       PIC  X(10) VALUE SPACES.
       01  WRK-QTD-DIAS-ATRASO         PIC S9(04) COMP-3 VALUE ZEROS.
       01  WRK-QTD-VINCULOS            PIC S9(09) COMP VALUE ZEROS.
       01  WRK-QTD-ISENCOES            PIC S9(09) COMP VALUE ZEROS.
       01  WRK-PROX-NMOVTO             PIC S9(13)V COMP-3 VALUE ZEROS.
       01  WRK-NMOVTO-ORIG-EDIT        PIC  9(13) VALUE ZEROS.

       01  WRK-VLR-ACUMULAR            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-DRECEB-DESMEMBRADA.
         05  WRK-DRECEB-AAAA           PIC  9(04).
         05  FILLER                    PIC  X(01).
         05  WRK-DRECEB-MM             PIC  9(02).
         05  FILLER                    PIC  X(03).
       01  WRK-AAMM-EVENTO.
         05  WRK-AAMM-EVENTO-AAAA      PIC  9(04).
         05  WRK-AAMM-EVENTO-MM        PIC  9(02).
       01  FILLER REDEFINES WRK-AAMM-EVENTO.
         05  WRK-AAMM-EVENTO-NUM       PIC  9(06).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0B7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0B2
           END-EXEC.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       COPY GOTFWMOR.

      *================================================================*
       PROCEDURE                       DIVISION USING GOTFWMOR.
      *================================================================*

      *----------------------------------------------------------------*
       0000-APURAR-MORA                SECTION.
      *----------------------------------------------------------------*

           INITIALIZE GOTFWMOR-BLOCO-RETORNO
                      GOTFWMOR-BLOCO-SAIDA.

           MOVE 00                      TO      GOTFWMOR-COD-RETORNO.

           IF GOTFWMOR-DT-PAGAMENTO     EQUAL   SPACES
              OR GOTFWMOR-NMOVTO-EVNTO  NOT NUMERIC
              MOVE 04                   TO      GOTFWMOR-COD-RETORNO
              MOVE 'CHAMADA INVALIDA'   TO      GOTFWMOR-MOTIVO
              GO TO 0000-99-FIM
           END-IF.

           PERFORM 1000-LER-EVENTO-ORIGINAL.
           IF NOT GOTFWMOR-POSTADO
              GO TO 0000-99-FIM
           END-IF.

           PERFORM 1100-VERIFICAR-EXCLUSOES.
           IF NOT GOTFWMOR-POSTADO
              GO TO 0000-99-FIM
           END-IF.

           PERFORM 2000-LER-TAXA-MORA.
           IF NOT GOTFWMOR-POSTADO
              GO TO 0000-99-FIM
           END-IF.

           PERFORM 3000-CONTAR-DIAS-ATRASO.
           IF NOT GOTFWMOR-POSTADO
              GO TO 0000-99-FIM
           END-IF.

           PERFORM 4000-CALCULAR-ENCARGO.
           IF NOT GOTFWMOR-POSTADO
              GO TO 0000-99-FIM
           END-IF.

           PERFORM 5000-POSTAR-EVENTO-MORA.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.

           GOBACK.

      *----------------------------------------------------------------*
      *    LE O EVENTO ORIGINAL. ENCARGO SOBRE ENCARGO NAO EXISTE, E
      *    SEM DATA DE REMESSA NAO HA ATRASO A CONTAR. VALOR PAGO EM
      *    ZEROS = VALOR DO PROPRIO EVENTO
      *----------------------------------------------------------------*
       1000-LER-EVENTO-ORIGINAL        SECTION.
      *----------------------------------------------------------------*

           MOVE GOTFWMOR-CSIST-ORIGE    TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0B7.
           MOVE GOTFWMOR-DRECEB-MOVTO   TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0B7.
           MOVE GOTFWMOR-NMOVTO-EVNTO   TO      NMOVTO-EVNTO-TARIF
                                                OF GOTFB0B7.

           EXEC SQL
                SELECT CJUSTF_EVNTO_TARIF,
                       VVALOR_COBR_TARIF,
                       HSIT_OPER_REALZ,
                       CSIT_OPER_REALZ,
                       NCONTA_CLIEN,
                       COALESCE(CHAR(COALESCE(DT_REMES_ORIGL,
                                              DT_REMES_TARIF), ISO),
                                ' ')
                  INTO :WRK-CJUSTF-ORIGINAL,
                       :WRK-VLR-ORIGINAL,
                       :GOTFB0B7.HSIT-OPER-REALZ,
                       :GOTFB0B7.CSIT-OPER-REALZ,
                       :GOTFB0B7.NCONTA-CLIEN,
                       :WRK-DT-REMES-ORIGINAL
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 04                TO      GOTFWMOR-COD-RETORNO
                 MOVE 'EVENTO NAO ENCONTR' TO   GOTFWMOR-MOTIVO
                 GO TO 1000-99-FIM
              WHEN OTHER
                 MOVE 16                TO      GOTFWMOR-COD-RETORNO
                 MOVE SQLCODE           TO      GOTFWMOR-SQLCODE
                 MOVE 'TSIT_MOVTO_TARIF' TO     GOTFWMOR-NOME-TABELA
                 GO TO 1000-99-FIM
           END-EVALUATE.

           IF WRK-CJUSTF-ORIGINAL       EQUAL   'MORA'
              MOVE 04                   TO      GOTFWMOR-COD-RETORNO
              MOVE 'EVENTO JA E ENCARGO' TO     GOTFWMOR-MOTIVO
              GO TO 1000-99-FIM
           END-IF.

           IF WRK-DT-REMES-ORIGINAL     EQUAL   SPACES
              MOVE 04                   TO      GOTFWMOR-COD-RETORNO
              MOVE 'EVENTO NAO REMETIDO' TO     GOTFWMOR-MOTIVO
              GO TO 1000-99-FIM
           END-IF.

           IF GOTFWMOR-VLR-PAGO     IS GREATER THAN ZEROS
              MOVE GOTFWMOR-VLR-PAGO    TO      WRK-VLR-BASE
           ELSE
              MOVE WRK-VLR-ORIGINAL     TO      WRK-VLR-BASE
           END-IF.

           IF WRK-VLR-BASE          NOT GREATER THAN ZEROS
              MOVE 04                   TO      GOTFWMOR-COD-RETORNO
              MOVE 'SEM VALOR A ONERAR' TO      GOTFWMOR-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EVENTO EM CONTESTACAO (VINCULO ABERTO COM MANIFESTACAO DA
      *    OUVIDORIA - MESMO CRITERIO DA REMESSA DO GOTF2REM) OU
      *    CLIENTE COM ISENCAO DA TARIFA VIGENTE NA DATA DO PAGAMENTO
      *    NAO PAGAM ENCARGO
      *----------------------------------------------------------------*
       1100-VERIFICAR-EXCLUSOES        SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                   TO      WRK-QTD-VINCULOS
                                                WRK-QTD-ISENCOES.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-VINCULOS
                  FROM DB2PRD.TXREF_MANIF_TARIF X
                 WHERE X.CSIST_ORIGE_TARIF  =
                                          :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND X.DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
                   AND X.NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                   AND X.IN_SITUACAO        = 'A'
           END-EXEC.

           IF SQLCODE               NOT EQUAL   ZEROS
              MOVE 16                   TO      GOTFWMOR-COD-RETORNO
              MOVE SQLCODE              TO      GOTFWMOR-SQLCODE
              MOVE 'TXREF_MANIF_TARIF'  TO      GOTFWMOR-NOME-TABELA
              GO TO 1100-99-FIM
           END-IF.

           IF WRK-QTD-VINCULOS      IS GREATER THAN ZEROS
              MOVE 04                   TO      GOTFWMOR-COD-RETORNO
              MOVE 'EVENTO CONTESTADO'  TO      GOTFWMOR-MOTIVO
              GO TO 1100-99-FIM
           END-IF.

           IF NCONTA-CLIEN OF GOTFB0B7 NOT GREATER THAN ZEROS
              GO TO 1100-99-FIM
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-ISENCOES
                  FROM DB2PRD.TISEN_EVNTO_TARIF
                 WHERE NCONTA_CLIEN      = :GOTFB0B7.NCONTA-CLIEN
                   AND CSIST_ORIGE_TARIF = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND CSIT_OPER_REALZ   = :GOTFB0B7.CSIT-OPER-REALZ
                   AND :GOTFWMOR-DT-PAGAMENTO
                               BETWEEN DINI_VIGEN_ISEN
                                   AND DFIM_VIGEN_ISEN
           END-EXEC.

           IF SQLCODE               NOT EQUAL   ZEROS
              MOVE 16                   TO      GOTFWMOR-COD-RETORNO
              MOVE SQLCODE              TO      GOTFWMOR-SQLCODE
              MOVE 'TISEN_EVNTO_TARIF'  TO      GOTFWMOR-NOME-TABELA
              GO TO 1100-99-FIM
           END-IF.

           IF WRK-QTD-ISENCOES      IS GREATER THAN ZEROS
              MOVE 04                   TO      GOTFWMOR-COD-RETORNO
              MOVE 'CLIENTE ISENTO'     TO      GOTFWMOR-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TAXAS DE MULTA E JUROS VIGENTES NA DATA DO PAGAMENTO. SEM
      *    TAXA VIGENTE NADA E COBRADO
      *----------------------------------------------------------------*
       2000-LER-TAXA-MORA              SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
                SELECT PERC_MULTA_MORA,
                       PERC_JUROS_DIA
                  INTO :GOTFB0G7.PERC-MULTA-MORA,
                       :GOTFB0G7.PERC-JUROS-DIA
                  FROM DB2PRD.TTAXA_MORA_TARIF
                 WHERE :GOTFWMOR-DT-PAGAMENTO
                              BETWEEN DINI_VIGEN_TAXA
                                  AND DFIM_VIGEN_TAXA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   ZEROS
                 CONTINUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 04                TO      GOTFWMOR-COD-RETORNO
                 MOVE 'SEM TAXA VIGENTE' TO     GOTFWMOR-MOTIVO
              WHEN OTHER
                 MOVE 16                TO      GOTFWMOR-COD-RETORNO
                 MOVE SQLCODE           TO      GOTFWMOR-SQLCODE
                 MOVE 'TTAXA_MORA_TARIF' TO     GOTFWMOR-NOME-TABELA
           END-EVALUATE.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DIAS UTEIS DE ATRASO PELO CALE2000: DA PRIMEIRA REMESSA
      *    (EXCLUSIVE) ATE A DATA DO PAGAMENTO (INCLUSIVE)
      *----------------------------------------------------------------*
       3000-CONTAR-DIAS-ATRASO         SECTION.
      *----------------------------------------------------------------*

           INITIALIZE CALEWAAC-BLOCO-RETORNO
                      CALEWAAC-BLOCO-SAIDA.
           SET  CALEWAAC-CONTAR-DIAS-UTEIS TO   TRUE.
           MOVE ZEROS                   TO      CALEWAAC-DEPENDENCIA
                                                CALEWAAC-PROTOCOLO
                                                CALEWAAC-QTD-DIAS-UTEIS.
           MOVE WRK-DT-REMES-ORIGINAL   TO      CALEWAAC-DT-BASE.
           MOVE GOTFWMOR-DT-PAGAMENTO   TO      CALEWAAC-DT-FIM.

           CALL WRK-CALE2000            USING   CALEWAAC.

           IF CALEWAAC-COD-RETORNO  NOT EQUAL   ZEROS
              MOVE 12                   TO      GOTFWMOR-COD-RETORNO
              MOVE CALEWAAC-COD-MENSAGEM TO     GOTFWMOR-COD-MENSAGEM
              GO TO 3000-99-FIM
           END-IF.

           MOVE CALEWAAC-QTD-DIAS-UTEIS TO      WRK-QTD-DIAS-ATRASO
                                                GOTFWMOR-QTD-DIAS.

           IF WRK-QTD-DIAS-ATRASO   NOT GREATER THAN ZEROS
              MOVE 04                   TO      GOTFWMOR-COD-RETORNO
              MOVE 'SEM DIA DE ATRASO'  TO      GOTFWMOR-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    MULTA = VALOR PAGO X PERC. MULTA, UMA VEZ; JUROS = VALOR
      *    PAGO X PERC. JUROS DIA X DIAS UTEIS DE ATRASO
      *----------------------------------------------------------------*
       4000-CALCULAR-ENCARGO           SECTION.
      *----------------------------------------------------------------*

           COMPUTE GOTFWMOR-VLR-MULTA ROUNDED =
                   WRK-VLR-BASE *
                   PERC-MULTA-MORA OF GOTFB0G7 / 100.

           COMPUTE GOTFWMOR-VLR-JUROS ROUNDED =
                   WRK-VLR-BASE *
                   PERC-JUROS-DIA OF GOTFB0G7 *
                   WRK-QTD-DIAS-ATRASO / 100.

           COMPUTE GOTFWMOR-VLR-ENCARGO =
                   GOTFWMOR-VLR-MULTA + GOTFWMOR-VLR-JUROS.

           IF GOTFWMOR-VLR-ENCARGO  NOT GREATER THAN ZEROS
              MOVE 04                   TO      GOTFWMOR-COD-RETORNO
              MOVE 'ENCARGO ZERADO'     TO      GOTFWMOR-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    POSTA O EVENTO 'MORA' (NUMERACAO MAX+1, COMO A CORRECAO
      *    'CORR' DO GOTF2EST) NA DATA DO PAGAMENTO, COM A MESMA
      *    OPERACAO E CONTA DO ORIGINAL, E O LEVA AO ACUMULADO DO MES
      *----------------------------------------------------------------*
       5000-POSTAR-EVENTO-MORA         SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
                SELECT COALESCE(MAX(NMOVTO_EVNTO_TARIF), 0) + 1
                  INTO :WRK-PROX-NMOVTO
                  FROM DB2PRD.TSIT_MOVTO_TARIF
           END-EXEC.

           IF SQLCODE               NOT EQUAL   ZEROS
              MOVE 16                   TO      GOTFWMOR-COD-RETORNO
              MOVE SQLCODE              TO      GOTFWMOR-SQLCODE
              MOVE 'TSIT_MOVTO_TARIF'   TO      GOTFWMOR-NOME-TABELA
              GO TO 5000-99-FIM
           END-IF.

           MOVE WRK-PROX-NMOVTO         TO      NMOVTO-EVNTO-TARIF
                                                OF GOTFB0B7
                                                GOTFWMOR-NMOVTO-MORA.
           MOVE GOTFWMOR-DT-PAGAMENTO   TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0B7.
           MOVE GOTFWMOR-CUSUAR         TO      CUSUAR-MOVTO-EVNTO
                                                OF GOTFB0B7.
           MOVE 'MORA'                  TO      CJUSTF-EVNTO-TARIF
                                                OF GOTFB0B7.
           MOVE GOTFWMOR-VLR-ENCARGO    TO      VVALOR-COBR-TARIF
                                                OF GOTFB0B7.
           MOVE 'BRL'                   TO      CMOEDA-ORIGL-TARIF
                                                OF GOTFB0B7.
           MOVE ZEROS                   TO      VVALOR-ORIGL-TARIF
                                                OF GOTFB0B7
                                                NFATUR-ORIGE
                                                OF GOTFB0B7.

           MOVE GOTFWMOR-NMOVTO-EVNTO   TO      WRK-NMOVTO-ORIG-EDIT.
           MOVE SPACES                  TO      RJUSTF-EVNTO-TARIF
                                                OF GOTFB0B7.
           STRING 'ENCARGOS DE MORA EVENTO '
                                        DELIMITED BY SIZE
                  WRK-NMOVTO-ORIG-EDIT  DELIMITED BY SIZE
                  ' PAGO EM '           DELIMITED BY SIZE
                  GOTFWMOR-DT-PAGAMENTO DELIMITED BY SIZE
             INTO RJUSTF-EVNTO-TARIF OF GOTFB0B7
           END-STRING.

           EXEC SQL
             INSERT INTO DB2PRD.TSIT_MOVTO_TARIF
                   (CSIST_ORIGE_TARIF  ,
                    DRECEB_MOVTO_TARIF ,
                    NMOVTO_EVNTO_TARIF ,
                    HSIT_OPER_REALZ    ,
                    CSIT_OPER_REALZ    ,
                    CUSUAR_MOVTO_EVNTO ,
                    RJUSTF_EVNTO_TARIF ,
                    CJUSTF_EVNTO_TARIF ,
                    VVALOR_COBR_TARIF  ,
                    CMOEDA_ORIGL_TARIF ,
                    VVALOR_ORIGL_TARIF ,
                    NCONTA_CLIEN       ,
                    NFATUR_ORIGE)
               VALUES
                   (:GOTFB0B7.CSIST-ORIGE-TARIF  ,
                    :GOTFB0B7.DRECEB-MOVTO-TARIF ,
                    :GOTFB0B7.NMOVTO-EVNTO-TARIF ,
                    :GOTFB0B7.HSIT-OPER-REALZ    ,
                    :GOTFB0B7.CSIT-OPER-REALZ    ,
                    :GOTFB0B7.CUSUAR-MOVTO-EVNTO ,
                    :GOTFB0B7.RJUSTF-EVNTO-TARIF ,
                    :GOTFB0B7.CJUSTF-EVNTO-TARIF ,
                    :GOTFB0B7.VVALOR-COBR-TARIF  ,
                    :GOTFB0B7.CMOEDA-ORIGL-TARIF ,
                    :GOTFB0B7.VVALOR-ORIGL-TARIF ,
                    :GOTFB0B7.NCONTA-CLIEN       ,
                    :GOTFB0B7.NFATUR-ORIGE)
           END-EXEC.

           IF SQLCODE               NOT EQUAL   ZEROS
              MOVE 16                   TO      GOTFWMOR-COD-RETORNO
              MOVE SQLCODE              TO      GOTFWMOR-SQLCODE
              MOVE 'TSIT_MOVTO_TARIF'   TO      GOTFWMOR-NOME-TABELA
              GO TO 5000-99-FIM
           END-IF.

           PERFORM 5100-ACUMULAR-MES-CLIENTE.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    LEVA O ENCARGO AO ACUMULADO MES-A-DATA DO CLIENTE/ORIGEM
      *    NA CHAVE DO MES DO PROPRIO EVENTO 'MORA' - MESMO UPSERT DO
      *    GOTF2RET E DO GOTF2RCP. SEM CONTA NADA E ACUMULADO
      *----------------------------------------------------------------*
       5100-ACUMULAR-MES-CLIENTE       SECTION.
      *----------------------------------------------------------------*

           IF NCONTA-CLIEN OF GOTFB0B7 NOT GREATER THAN ZEROS
              GO TO 5100-99-FIM
           END-IF.

           MOVE DRECEB-MOVTO-TARIF OF GOTFB0B7
                                        TO      WRK-DRECEB-DESMEMBRADA.
           MOVE WRK-DRECEB-AAAA         TO      WRK-AAMM-EVENTO-AAAA.
           MOVE WRK-DRECEB-MM           TO      WRK-AAMM-EVENTO-MM.

           MOVE CSIST-ORIGE-TARIF  OF GOTFB0B7
             TO CSIST-ORIGE-TARIF  OF GOTFB0B2.
           MOVE NCONTA-CLIEN       OF GOTFB0B7
             TO NCONTA-CLIEN       OF GOTFB0B2.
           MOVE WRK-AAMM-EVENTO-NUM     TO      AAMM-REFER OF GOTFB0B2.
           MOVE VVALOR-COBR-TARIF  OF GOTFB0B7
                                        TO      WRK-VLR-ACUMULAR.

           EXEC SQL
             UPDATE DB2PRD.TACUM_TARIF_MENSAL
                SET VACUM_COBR_TARIF = VACUM_COBR_TARIF +
                                       :WRK-VLR-ACUMULAR
              WHERE CSIST_ORIGE_TARIF = :GOTFB0B2.CSIST-ORIGE-TARIF
                AND NCONTA_CLIEN      = :GOTFB0B2.NCONTA-CLIEN
                AND AAMM_REFER        = :GOTFB0B2.AAMM-REFER
           END-EXEC.

           IF SQLCODE                   EQUAL   +100
              MOVE WRK-VLR-ACUMULAR     TO      VACUM-COBR-TARIF
                                                OF GOTFB0B2
              EXEC SQL
                INSERT INTO DB2PRD.TACUM_TARIF_MENSAL
                      (CSIST_ORIGE_TARIF ,
                       NCONTA_CLIEN      ,
                       AAMM_REFER        ,
                       VACUM_COBR_TARIF)
                  VALUES
                      (:GOTFB0B2.CSIST-ORIGE-TARIF ,
                       :GOTFB0B2.NCONTA-CLIEN      ,
                       :GOTFB0B2.AAMM-REFER        ,
                       :GOTFB0B2.VACUM-COBR-TARIF)
              END-EXEC
           END-IF.

           IF SQLCODE               NOT EQUAL   ZEROS
              MOVE 16                   TO      GOTFWMOR-COD-RETORNO
              MOVE SQLCODE              TO      GOTFWMOR-SQLCODE
              MOVE 'TACUM_TARIF_MENSAL' TO      GOTFWMOR-NOME-TABELA
           END-IF.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
