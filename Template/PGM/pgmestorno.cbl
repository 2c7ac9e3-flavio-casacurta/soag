      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TPARC_EVNTO_TARIF         -              *
      *                DB2PRD.THIST_DESC_RESTART        CKRSB005       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *               PARM DA JCL) PASSA A SER FOTOGRAFADO EM         *
      *               TPARM_EXEC_EFETIVO VIA FRWK3000, PARA CONSULTA  *
      *               POSTERIOR POR PROGRAMA/DATA PELO FRWK4000.      *
      *    OUT/2027 - HOMI - DEVOLUCAO DO VALOR JA COBRADO: AO         *
      *               ESTORNAR EVENTO LIQUIDADO ('L') OU COM PARCELAS  *
      *               JA PAGAS EM TPARC_EVNTO_TARIF, O ORIGINAL E      *
      *               MARCADO COM CSIT_REEMB_TARIF 'P' E O VALOR       *
      *               EFETIVAMENTE RECEBIDO (VVALOR_REEMB_TARIF), E A  *
      *               CORRECAO MONETARIA ('CORR') DO MESMO ESTORNO     *
      *               NASCE TAMBEM PENDENTE DE DEVOLUCAO, PARA A       *
      *               REMESSA DE CREDITO GOTF2DEV. A MARCACAO SO       *
      *               OCORRE COM O ORIGINAL AINDA SEM SITUACAO DE      *
      *               DEVOLUCAO - O MESMO EVENTO NUNCA E DEVOLVIDO     *
      *               DUAS VEZES.                                      *
      *    OUT/2027 - HOMI - NOTA DE CREDITO: A CONTRAPARTIDA DE       *
      *               ESTORNO E A CORRECAO MONETARIA PASSAM A CARREGAR *
      *               EM NFATUR_ORIGE A FATURA MENSAL DO EVENTO        *
      *               ORIGINAL (NFATUR_TARIF). ESTORNO DE EVENTO JA    *
      *               FATURADO SAI NA NOTA DE CREDITO DO GOTF2NCR      *
      *               CONTRA AQUELA FATURA, E NAO MAIS ABATENDO A      *
      *               FATURA SEGUINTE DO GOTF2FAT.                     *
      *    DEZ/2028 - HOMI - AREA DE RESTART CARIMBADA COM A           *
      *               IDENTIDADE DA ENTRADA (WRK-RST-IDENTIDADE): DATA *
      *               DO PROCESSAMENTO, MODO E CHAVE DO PRIMEIRO       *
      *               PEDIDO DE GOTF002E (ORIGEM, NUMERO E DRECEB DO   *
      *               EVENTO ORIGINAL), LIDO ANTES DO CKRS0100 COM O   *
      *               ARQUIVO REABERTO EM SEGUIDA. NO RESTART, AREA DE *
      *               OUTRA ENTRADA NAO REPOSICIONA: O JOB PARA COM    *
      *               MENSAGEM E RETURN-CODE 16, SEM TOCAR NA AREA.    *
      *               PARM POS 2 = 'D' COM O USUARIO AUTORIZADOR NAS   *
      *               POS 3-10 DESCARTA A AREA GRAVADA, REGISTRA O     *
      *               DESCARTE EM THIST_DESC_RESTART E GRAVA NA HORA   *
      *               UM CHECKPOINT NOVO (COMO NO GOTF2DSS); AREA      *
      *               ANTIGA SEM IDENTIDADE E ACEITA COM AVISO.        *
      *================================================================*

      *================================================================*

       01  WRK-AREA-RESTART.
           05  WRK-RST-LIDOS-GOTF002E  PIC  9(009)         VALUE ZEROS.
           05  WRK-RST-IDENTIDADE      PIC  X(060)         VALUE SPACES.

       01  WRK-INTERVALO-CKPT          PIC S9(008) COMP    VALUE +500.
       01  WRK-CKPT-CONT               PIC S9(008) COMP    VALUE ZEROS.
       01  WRK-CONT-REPOS              PIC  9(009) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * IDENTIDADE DA ENTRADA DESTA EXECUCAO, CARIMBADA NA AREA DE    *
      * RESTART (WRK-RST-IDENTIDADE) E CONFERIDA NO RESTART: DATA DO  *
      * PROCESSAMENTO, MODO ('A' ARQUIVO / 'F' FILA) E CHAVE DO       *
      * PRIMEIRO PEDIDO DE GOTF002E - O ARQUIVO NAO TEM HEADER        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-IDENT-EXECUCAO.
         05  IDT-DATA-PROCESSO         PIC  X(010).
         05  IDT-MODO-EXECUCAO         PIC  X(001).
         05  IDT-PRIM-ORIGEM           PIC  X(003).
         05  IDT-PRIM-NMOVTO-EVNTO     PIC  9(013).
         05  IDT-PRIM-DRECEB-MOVTO     PIC  X(010).
         05  FILLER                    PIC  X(023).

       01  WRK-SW-DESCARTAR-RESTART    PIC  X(01) VALUE 'N'.
           88  WRK-DESCARTAR-RESTART               VALUE 'D'.
       01  WRK-PARM-USUARIO-DESC       PIC  X(08) VALUE SPACES.
       01  WRK-SW-RESTART-DESCARTADO   PIC  X(01) VALUE 'N'.
           88  WRK-RESTART-DESCARTADO              VALUE 'S'.
       01  WRK-LIDOS-DESCARTADOS       PIC  9(009)         VALUE ZEROS.
       77  WRK-RC-RESTART-INVALIDO     PIC S9(04) COMP VALUE +16.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
       01  FILLER REDEFINES WRK-AAMM-EVENTO.
         05  WRK-AAMM-EVENTO-NUM       PIC  9(06).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DEVOLUCAO DO VALOR JA COBRADO: SITUACAO DO ORIGINAL E VALOR   *
      * EFETIVAMENTE RECEBIDO (EVENTO INTEIRO OU PARCELAS PAGAS)      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CSIT-EVNTO-ORIG         PIC  X(01) VALUE SPACE.
       01  WRK-CSIT-REEMB-ORIG         PIC  X(01) VALUE SPACE.
       01  WRK-QTD-PARC-EVENTO         PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-VLR-PARC-PAGAS          PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-REEMB               PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)         VALUE
           '*** AREA DE CHAVES                             ***'.
         05  WRK-SOLIC-ATENDIDAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CORRECOES-POSTADAS    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CORRECOES-SEM-TAXA    PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-DEVOLUCOES-MARCADAS   PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
               INCLUDE FRWKB995
           END-EXEC.

           EXEC SQL
               INCLUDE CKRSB005
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PARAMETROS DE EXECUCAO VIGENTES NA TABELA CENTRAL              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           05  WRK-PARM-TAM             PIC S9(004) COMP.
           05  WRK-PARM-DADOS.
               10  WRK-PARM-DADO-MODO   PIC  X(001).
               10  WRK-PARM-DADO-DESCARTE
                                        PIC  X(001).
               10  WRK-PARM-DADO-USUARIO-DESC
                                        PIC  X(008).
               10  FILLER               PIC  X(070).

      *================================================================*
       PROCEDURE                       DIVISION USING WRK-PARM-AREA.
              MOVE 'F'                  TO      WRK-SW-MODO-EXECUCAO
           END-IF.

           IF WRK-PARM-TAM          IS GREATER THAN +1
              AND WRK-PARM-DADO-DESCARTE EQUAL  'D'
              MOVE 'D'                  TO      WRK-SW-DESCARTAR-RESTART
           END-IF.

           IF WRK-PARM-TAM          IS GREATER THAN +2
              MOVE WRK-PARM-DADO-USUARIO-DESC
                                        TO      WRK-PARM-USUARIO-DESC
           END-IF.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WRK-DATA-PROCESSO

           PERFORM 1040-CARREGAR-TPARM.

           PERFORM 1057-VALIDAR-DESCARTE.

           OPEN INPUT   GOTF002E.
           OPEN OUTPUT  GOTF002R.

       1048-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * O DESCARTE DA AREA DE RESTART E UMA DECISAO DO OPERADOR E FICA *
      * REGISTRADO: EXIGE O USUARIO AUTORIZADOR (POS 3-10)             *
      *----------------------------------------------------------------*
       1057-VALIDAR-DESCARTE           SECTION.
      *----------------------------------------------------------------*

           MOVE '1057-VALIDAR-DESCARTE' TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NOT WRK-DESCARTAR-RESTART
              GO TO 1057-99-FIM
           END-IF.

           IF WRK-PARM-USUARIO-DESC     EQUAL   SPACES
              MOVE 'GOTF9967'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE 'PARM: DESCARTE DE RESTART EXIGE USUARIO AUTORIZADOR'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE 'DESCARTE-RESTART'      TO      FRWKWPEF-NOME-PARM.
           MOVE SPACES                  TO      FRWKWPEF-VALOR.
           MOVE WRK-PARM-DADOS (2:9)    TO      FRWKWPEF-VALOR.
           SET FRWKWPEF-ORIGEM-JCL      TO      TRUE.
           PERFORM 1048-REGISTRAR-PARM-EFETIVO.

      *----------------------------------------------------------------*
       1057-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-TESTAR-FILE-STATUS         SECTION.
      *----------------------------------------------------------------*
             SELECT CSIT_OPER_REALZ    ,
                    HSIT_OPER_REALZ    ,
                    VVALOR_COBR_TARIF  ,
                    NCONTA_CLIEN       ,
                    CSIT_EVNTO_TARIF   ,
                    CSIT_REEMB_TARIF   ,
                    NFATUR_TARIF
               INTO :GOTFB0B7.CSIT-OPER-REALZ    ,
                    :GOTFB0B7.HSIT-OPER-REALZ    ,
                    :GOTFB0B7.VVALOR-COBR-TARIF  ,
                    :GOTFB0B7.NCONTA-CLIEN       ,
                    :WRK-CSIT-EVNTO-ORIG         ,
                    :WRK-CSIT-REEMB-ORIG         ,
                    :GOTFB0B7.NFATUR-ORIGE
               FROM DB2PRD.TSIT_MOVTO_TARIF
              WHERE CSIST_ORIGE_TARIF  =
                          :GOTFW01S-REGISTRO.CSIST-ORIGE-TARIF
                       VVALOR_COBR_TARIF  ,
                       CMOEDA_ORIGL_TARIF ,
                       VVALOR_ORIGL_TARIF ,
                       NCONTA_CLIEN       ,
                       NFATUR_ORIGE)
                  VALUES
                      (:GOTFB0B7.CSIST-ORIGE-TARIF  ,
                       :GOTFB0B7.DRECEB-MOVTO-TARIF ,
                       :GOTFB0B7.VVALOR-COBR-TARIF  ,
                       :GOTFB0B7.CMOEDA-ORIGL-TARIF ,
                       :GOTFB0B7.VVALOR-ORIGL-TARIF ,
                       :GOTFB0B7.NCONTA-CLIEN       ,
                       :GOTFB0B7.NFATUR-ORIGE)
              END-EXEC

              IF (SQLCODE              NOT EQUAL   ZEROS)  OR
                 ADD 1                     TO
                                        WRK-ESTORNADOS-GOTFB0B7
                 PERFORM 5200-MARCAR-ORIGINAL-ESTORNADO
                 PERFORM 5260-APURAR-VALOR-RECEBIDO
                 PERFORM 5250-ACUMULAR-MES-CLIENTE
                 PERFORM 5300-CORRIGIR-MONETARIAMENTE
              END-IF
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * APURA QUANTO DO EVENTO ESTORNADO O CLIENTE JA PAGOU: EVENTO    *
      * PARCELADO = SOMA DAS PARCELAS LIQUIDADAS ('L'); EVENTO INTEIRO *
      * = VALOR CHEIO SE O ORIGINAL ESTAVA LIQUIDADO ('L'). HAVENDO    *
      * VALOR, O ORIGINAL FICA PENDENTE DE DEVOLUCAO ('P') PARA A      *
      * REMESSA DE CREDITO GOTF2DEV - SO SE AINDA NAO TINHA SITUACAO   *
      * DE DEVOLUCAO (NUNCA DEVOLVER DUAS VEZES O MESMO EVENTO)        *
      *----------------------------------------------------------------*
       5260-APURAR-VALOR-RECEBIDO      SECTION.
      *----------------------------------------------------------------*

           MOVE '5260-APURAR-VALOR-RECEBIDO' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           MOVE ZEROS                   TO      WRK-VLR-REEMB.

           IF WRK-CSIT-REEMB-ORIG   NOT EQUAL   SPACE
              GO TO 5260-99-FIM
           END-IF.

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN IN_SITUACAO = 'L'
                                         THEN VVALOR_PARC
                                         ELSE 0 END), 0)
                  INTO :WRK-QTD-PARC-EVENTO,
                       :WRK-VLR-PARC-PAGAS
                  FROM DB2PRD.TPARC_EVNTO_TARIF
                 WHERE CSIST_ORIGE_TARIF  =
                          :GOTFW01S-REGISTRO.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF = :EST-ORIG-NMOVTO-EVNTO
                   AND DRECEB_MOVTO_TARIF = :EST-ORIG-DRECEB-MOVTO
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0050'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-PARC-EVENTO       IS GREATER THAN ZEROS
              MOVE WRK-VLR-PARC-PAGAS   TO      WRK-VLR-REEMB
           ELSE
              IF WRK-CSIT-EVNTO-ORIG    EQUAL   'L'
                 MOVE WRK-VLR-ORIG-EST  TO      WRK-VLR-REEMB
              END-IF
           END-IF.

           IF WRK-VLR-REEMB         NOT GREATER THAN ZEROS
              MOVE ZEROS                TO      WRK-VLR-REEMB
              GO TO 5260-99-FIM
           END-IF.

           EXEC SQL
                UPDATE DB2PRD.TSIT_MOVTO_TARIF
                   SET CSIT_REEMB_TARIF   = 'P',
                       DT_REEMB_TARIF     = :WRK-DATA-PROCESSO,
                       VVALOR_REEMB_TARIF = :WRK-VLR-REEMB,
                       NREMES_REEMB       = 0
                 WHERE CSIST_ORIGE_TARIF  =
                          :GOTFW01S-REGISTRO.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF = :EST-ORIG-NMOVTO-EVNTO
                   AND DRECEB_MOVTO_TARIF = :EST-ORIG-DRECEB-MOVTO
                   AND CSIT_REEMB_TARIF   = ' '
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE ZEROS             TO      WRK-VLR-REEMB
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-UPDATE          TO     TRUE
                 MOVE '0051'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-DEVOLUCOES-MARCADAS
           END-EVALUATE.

      *----------------------------------------------------------------*
       5260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DEVOLVE AO ACUMULADO MES-A-DATA DO CLIENTE/ORIGEM O VALOR DO  *
      * EVENTO RECEM-POSTADO (CONTRAPARTIDA OU CORRECAO, NEGATIVO),   *
              COMPUTE VVALOR-COBR-TARIF OF GOTFB0B7 =
                      WRK-VLR-CORRECAO * -1

              IF WRK-VLR-REEMB          IS GREATER THAN ZEROS
                 MOVE 'P'               TO      CSIT-REEMB-TARIF
                                                OF GOTFB0B7
                 MOVE WRK-VLR-CORRECAO  TO      VVALOR-REEMB-TARIF
                                                OF GOTFB0B7
              ELSE
                 MOVE SPACE             TO      CSIT-REEMB-TARIF
                                                OF GOTFB0B7
                 MOVE ZEROS             TO      VVALOR-REEMB-TARIF
                                                OF GOTFB0B7
              END-IF
              MOVE WRK-DATA-PROCESSO    TO      DT-REEMB-TARIF
                                                OF GOTFB0B7

              MOVE EST-ORIG-NMOVTO-EVNTO TO     WRK-NMOVTO-ORIG-EDIT
              MOVE SPACES               TO      RJUSTF-EVNTO-TARIF
                                                OF GOTFB0B7
                       VVALOR_COBR_TARIF  ,
                       CMOEDA_ORIGL_TARIF ,
                       VVALOR_ORIGL_TARIF ,
                       NCONTA_CLIEN       ,
                       CSIT_REEMB_TARIF   ,
                       DT_REEMB_TARIF     ,
                       VVALOR_REEMB_TARIF ,
                       NFATUR_ORIGE)
                  VALUES
                      (:GOTFB0B7.CSIST-ORIGE-TARIF  ,
                       :GOTFB0B7.DRECEB-MOVTO-TARIF ,
                       :GOTFB0B7.VVALOR-COBR-TARIF  ,
                       :GOTFB0B7.CMOEDA-ORIGL-TARIF ,
                       :GOTFB0B7.VVALOR-ORIGL-TARIF ,
                       :GOTFB0B7.NCONTA-CLIEN       ,
                       :GOTFB0B7.CSIT-REEMB-TARIF   ,
                       :GOTFB0B7.DT-REEMB-TARIF     ,
                       :GOTFB0B7.VVALOR-REEMB-TARIF ,
                       :GOTFB0B7.NFATUR-ORIGE)
              END-EXEC

              IF (SQLCODE              NOT EQUAL   ZEROS)  OR
           MOVE ' '                    TO      CK01-PLAN.
           MOVE 'DB2'                  TO      CK01-ID-DB2.
           MOVE 'I'                    TO      CK01-FUNCAO.

           PERFORM 7505-MONTAR-IDENTIDADE.

           MOVE WRK-AREA-RESTART       TO      CK01-AREA-RESTART.
           MOVE LENGTH OF WRK-AREA-RESTART
                                        TO      CK01-TAM-AREA-RESTART.
           PERFORM 7500-CHAMADA-CKRS0100.

           IF CK01-STATUS               EQUAL   'REST'
              MOVE SPACES               TO      WRK-AREA-RESTART
              MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                        TO      WRK-AREA-RESTART
              PERFORM 7530-VALIDAR-IDENTIDADE
              IF NOT WRK-RESTART-DESCARTADO
                 PERFORM 1200-REPOSICIONAR-GOTF002E
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       7510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * MONTA A IDENTIDADE DA ENTRADA DESTA EXECUCAO E A CARIMBA NA    *
      * AREA DE RESTART. GOTF002E NAO TEM HEADER: NO MODO ARQUIVO O    *
      * PRIMEIRO PEDIDO E LIDO PARA TIRAR A CHAVE E O ARQUIVO E        *
      * REABERTO, PARA O REPOSICIONAMENTO E O PROCESSAMENTO COMECAREM  *
      * DO INICIO COMO SEMPRE                                          *
      *----------------------------------------------------------------*
       7505-MONTAR-IDENTIDADE          SECTION.
      *----------------------------------------------------------------*

           MOVE '7505-MONTAR-IDENTIDADE' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      WRK-IDENT-EXECUCAO.
           MOVE ZEROS                   TO      IDT-PRIM-NMOVTO-EVNTO.
           MOVE WRK-DATA-PROCESSO       TO      IDT-DATA-PROCESSO.
           MOVE WRK-SW-MODO-EXECUCAO    TO      IDT-MODO-EXECUCAO.

           IF WRK-MODO-FILA
              GO TO 7505-90-CARIMBAR
           END-IF.

           READ GOTF002E                INTO    GOTFW01S-REGISTRO.

           IF WRK-FS-GOTF002E           EQUAL   '10'
              GO TO 7505-80-REABRIR
           END-IF.

           PERFORM 1110-TESTAR-FS-GOTF002E.

           MOVE CSIST-ORIGE-TARIF     OF GOTFW01S-REGISTRO
                                        TO      IDT-PRIM-ORIGEM.
           MOVE EST-ORIG-NMOVTO-EVNTO   TO      IDT-PRIM-NMOVTO-EVNTO.
           MOVE EST-ORIG-DRECEB-MOVTO   TO      IDT-PRIM-DRECEB-MOVTO.

       7505-80-REABRIR.

           CLOSE GOTF002E.
           PERFORM 1110-TESTAR-FS-GOTF002E.

           OPEN INPUT GOTF002E.
           PERFORM 1110-TESTAR-FS-GOTF002E.

           MOVE SPACES                  TO      GOTFW01S-REGISTRO.

       7505-90-CARIMBAR.

           MOVE WRK-IDENT-EXECUCAO      TO      WRK-RST-IDENTIDADE.

      *----------------------------------------------------------------*
       7505-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONFERE A AREA DE RESTART DEVOLVIDA PELO CKRS0100 CONTRA A     *
      * ENTRADA DESTA EXECUCAO ANTES DE QUALQUER REPOSICIONAMENTO:     *
      * - DESCARTE PEDIDO NO PARM: DESPREZA A AREA (7550);             *
      * - AREA SEM IDENTIDADE (GRAVADA ANTES DO CARIMBO): RETOMA COM   *
      *   AVISO, COMO SEMPRE FOI, E PASSA A CARIMBAR;                  *
      * - IDENTIDADE DIFERENTE: RECUSA O RESTART (7560)                *
      *----------------------------------------------------------------*
       7530-VALIDAR-IDENTIDADE         SECTION.
      *----------------------------------------------------------------*

           MOVE '7530-VALIDAR-IDENTIDADE' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-DESCARTAR-RESTART
              PERFORM 7550-DESCARTAR-RESTART
              GO TO 7530-99-FIM
           END-IF.

           IF WRK-RST-IDENTIDADE        EQUAL   SPACES
              OR WRK-RST-IDENTIDADE     EQUAL   LOW-VALUES
              DISPLAY 'GOTF2EST - AREA DE RESTART SEM IDENTIDADE DA '
                      'ENTRADA - RETOMADA ACEITA SEM CONFERENCIA'
              MOVE WRK-IDENT-EXECUCAO   TO      WRK-RST-IDENTIDADE
              GO TO 7530-99-FIM
           END-IF.

           IF WRK-RST-IDENTIDADE        EQUAL   WRK-IDENT-EXECUCAO
              GO TO 7530-99-FIM
           END-IF.

           PERFORM 7560-RECUSAR-RESTART.

      *----------------------------------------------------------------*
       7530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7540-GRAVAR-CHECKPOINT          SECTION.
      *----------------------------------------------------------------*
       7540-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DESCARTE EXPLICITO DA AREA DE RESTART (PARM POS 2 = 'D'):      *
      * REGISTRA EM THIST_DESC_RESTART QUEM AUTORIZOU, A IDENTIDADE E A*
      * POSICAO ABANDONADAS, ZERA A POSICAO E GRAVA NA HORA UM         *
      * CHECKPOINT COM A IDENTIDADE NOVA - O REGISTRO DO DESCARTE E    *
      * EFETIVADO NO MESMO COMMIT. O PROCESSAMENTO COMECA DO INICIO    *
      *----------------------------------------------------------------*
       7550-DESCARTAR-RESTART          SECTION.
      *----------------------------------------------------------------*

           MOVE '7550-DESCARTAR-RESTART' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-RST-LIDOS-GOTF002E  TO      WRK-LIDOS-DESCARTADOS.

           MOVE 'GOTF2EST'              TO      CNOME-PROGRAMA
                                                OF CKRSB005.
           MOVE CK01-PLAN               TO      CPLAN-CKPT
                                                OF CKRSB005.
           MOVE WRK-PARM-USUARIO-DESC   TO      CUSUAR-DESCARTE
                                                OF CKRSB005.
           MOVE WRK-RST-IDENTIDADE      TO      DS-IDENT-DESCARTADA
                                                OF CKRSB005.
           MOVE WRK-IDENT-EXECUCAO      TO      DS-IDENT-EXECUCAO
                                                OF CKRSB005.
           MOVE WRK-RST-LIDOS-GOTF002E  TO      QTD-POSICAO-DESCARTADA
                                                OF CKRSB005.

           EXEC SQL
                INSERT INTO DB2PRD.THIST_DESC_RESTART
                      (CNOME_PROGRAMA,
                       CPLAN_CKPT,
                       DT_DESCARTE,
                       HR_DESCARTE,
                       CUSUAR_DESCARTE,
                       DS_IDENT_DESCARTADA,
                       DS_IDENT_EXECUCAO,
                       QTD_POSICAO_DESCARTADA)
                VALUES
                      (:CKRSB005.CNOME-PROGRAMA,
                       :CKRSB005.CPLAN-CKPT,
                       CHAR(CURRENT DATE, ISO),
                       CHAR(CURRENT TIME, ISO),
                       :CKRSB005.CUSUAR-DESCARTE,
                       :CKRSB005.DS-IDENT-DESCARTADA,
                       :CKRSB005.DS-IDENT-EXECUCAO,
                       :CKRSB005.QTD-POSICAO-DESCARTADA)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'THIST_DESC_RESTART' TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0150'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           DISPLAY 'GOTF2EST - AREA DE RESTART DESCARTADA POR '
                   WRK-PARM-USUARIO-DESC
           DISPLAY 'GOTF2EST - IDENTIDADE DESCARTADA: '
                   WRK-RST-IDENTIDADE
           DISPLAY 'GOTF2EST - REGISTROS JA LIDOS ABANDONADOS: '
                   WRK-LIDOS-DESCARTADOS

           MOVE ZEROS                   TO      WRK-RST-LIDOS-GOTF002E.
           MOVE WRK-IDENT-EXECUCAO      TO      WRK-RST-IDENTIDADE.

           PERFORM 7540-GRAVAR-CHECKPOINT.

           SET WRK-RESTART-DESCARTADO   TO      TRUE.

      *----------------------------------------------------------------*
       7550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A AREA DE RESTART PERTENCE A OUTRA ENTRADA (OUTRO ARQUIVO DE   *
      * PEDIDOS, OUTRO DIA OU OUTRO MODO): PULAR N PEDIDOS DESTA       *
      * ENTRADA SERIA DEIXAR ESTORNOS SEM FAZER. ENCERRA SEM PROCESSAR,*
      * SEM CHECKPOINT E SEM O 'F' DO CKRS0100 - A AREA FICA INTACTA   *
      * PARA O RESTART DA ENTRADA CERTA OU PARA O DESCARTE EXPLICITO - *
      * COM RETURN-CODE 16                                             *
      *----------------------------------------------------------------*
       7560-RECUSAR-RESTART            SECTION.
      *----------------------------------------------------------------*

           MOVE '7560-RECUSAR-RESTART'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           DISPLAY '*********** GOTF2EST ***********'
           DISPLAY '*                              *'
           DISPLAY '*  RESTART RECUSADO: AREA DE   *'
           DISPLAY '*  RESTART DE OUTRA ENTRADA    *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* AREA GRAVADA : ' WRK-RST-IDENTIDADE
           DISPLAY '* ENTRADA ATUAL: ' WRK-IDENT-EXECUCAO
           DISPLAY '* JA LIDOS NA AREA : ' WRK-RST-LIDOS-GOTF002E
           DISPLAY '* ---------------------------- *'
           DISPLAY '* REINICIE COM A ENTRADA DA    *'
           DISPLAY '* AREA OU DESCARTE A AREA COM  *'
           DISPLAY '* PARM POS 2 = D E O USUARIO   *'
           DISPLAY '* AUTORIZADOR NAS POS 3-10     *'
           DISPLAY '*********** GOTF2EST ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF002E.
           CLOSE GOTF002R.

           PERFORM 1100-TESTAR-FILE-STATUS.

           MOVE WRK-RC-RESTART-INVALIDO TO      RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       7560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           DISPLAY '* PEDIDOS FILA ATEND. : ' WRK-SOLIC-ATENDIDAS
           DISPLAY '* CORRECOES POSTADAS  : ' WRK-CORRECOES-POSTADAS
           DISPLAY '* CORRECOES SEM TAXA  : ' WRK-CORRECOES-SEM-TAXA
           DISPLAY '* DEVOLUCOES MARCADAS : ' WRK-DEVOLUCOES-MARCADAS
           DISPLAY '*                              *'
           DISPLAY '*********** GOTF2EST ***********'

