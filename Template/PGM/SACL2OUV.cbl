      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TMANIF_PSSOA              SACLB031       *
      *                DB2PRD.TXREF_MANIF_TARIF         SACLB034       *
      *                DB2PRD.TPESQ_SATISF_MANIF        SACLB038       *
      *                DB2PRD.TCOMPENS_MANIF            -              *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *               HEADER ('01'), DETALHE POR TIPO ('02'),          *
      *               DESFECHO DE TARIFAS ('03') E TRAILER ('99'),     *
      *               PARA TRANSMISSAO AO REGULADOR.                   *
      *    JUN/2028 - HOMI - NOVO REGISTRO '04' COM A SATISFACAO DOS   *
      *               CLIENTES (PESQUISA SACL2PSQ/SACL2RSQ EM          *
      *               TPESQ_SATISF_MANIF) DOS PROTOCOLOS ENCERRADOS NO *
      *               PERIODO, POR TIPO ('T'), EQUIPE ('E') E DESFECHO *
      *               ('R'): PESQUISAS ENVIADAS E RESPONDIDAS,         *
      *               PERCENTUAL DE RESPOSTA E MEDIAS DAS NOTAS GERAL, *
      *               DA RESPOSTA E DO PRAZO. TRAILER PASSA A INFORMAR *
      *               A QUANTIDADE DE REGISTROS '04'.                  *
      *    AGO/2028 - HOMI - PROTOCOLOS ENCERRADOS COMO DUPLICADOS     *
      *               (CRESULT_MANIF = 'D', SACL53JS) FICAM FORA DA    *
      *               TOTALIZACAO POR TIPO: A RECLAMACAO CONTA UMA SO  *
      *               VEZ, NO PROTOCOLO PRINCIPAL, QUE RECEBE OS       *
      *               VINCULOS DE TARIFA DO DUPLICADO. O TRAILER PASSA *
      *               A INFORMAR (TRL-QT-DUPLICADAS) QUANTOS FORAM     *
      *               ENCERRADOS COMO DUPLICADOS NO PERIODO.           *
      *    AGO/2028 - HOMI - NOVO REGISTRO '05' COM AS COMPENSACOES    *
      *               (CREDITOS DE CORTESIA) CONCEDIDAS PELA OUVIDORIA *
      *               (TCOMPENS_MANIF, SACL54JS), POR TIPO DE          *
      *               MANIFESTACAO: QUANTIDADE E VALOR DAS APROVADAS   *
      *               NO PERIODO (APROVADAS OU JA LANCADAS PELO        *
      *               GOTF2CMP). TRAILER PASSA A INFORMAR A QUANTIDADE *
      *               DE REGISTROS '05' (FILLER 100 -> 93).            *
      *================================================================*

      *================================================================*
       01  WRK-SW-EOF-MANIF            PIC  X(01) VALUE 'N'.
           88  WRK-EOF-MANIF                       VALUE 'S'.

       01  WRK-SW-EOF-SATISF           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-SATISF                      VALUE 'S'.

       01  WRK-SW-EOF-COMPENS          PIC  X(01) VALUE 'N'.
           88  WRK-EOF-COMPENS                     VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * AREA DE COMUNICACAO COM O MODULO BATCH DE CALENDARIO CALE2000 *
      * (FUNCAO 'CD': DIAS UTEIS DA PRACA ENTRE ABERTURA E            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-QT-PROCEDENTES          PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-QT-IMPROCEDENTES        PIC S9(09) COMP-3 VALUE ZEROS.
       01  WRK-QT-DUPLICADAS           PIC S9(09) COMP-3 VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * SATISFACAO DOS PROTOCOLOS ENCERRADOS NO PERIODO, POR TIPO,     *
      * EQUIPE E DESFECHO NO ENCERRAMENTO (TPESQ_SATISF_MANIF)         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-SAT-DIMENSAO            PIC  X(01) VALUE SPACES.
       01  WRK-SAT-CHAVE               PIC  X(08) VALUE SPACES.
       01  WRK-SAT-QT-ENVIADAS         PIC S9(09) COMP VALUE ZEROS.
       01  WRK-SAT-QT-RESPONDIDAS      PIC S9(09) COMP VALUE ZEROS.
       01  WRK-SAT-SOMA-GERAL          PIC S9(09) COMP VALUE ZEROS.
       01  WRK-SAT-SOMA-RESPOSTA       PIC S9(09) COMP VALUE ZEROS.
       01  WRK-SAT-SOMA-PRAZO          PIC S9(09) COMP VALUE ZEROS.
       01  WRK-SAT-MEDIA               PIC S9(02)V9(02) COMP-3
                                                        VALUE ZEROS.
       01  WRK-SAT-PCT-RESPOSTA        PIC S9(03)V9(02) COMP-3
                                                        VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * COMPENSACOES APROVADAS NO PERIODO, POR TIPO DE MANIFESTACAO    *
      * (TCOMPENS_MANIF)                                               *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CMP-CTIPO-MANIF         PIC  X(02) VALUE SPACES.
       01  WRK-CMP-QT-COMPENS          PIC S9(09) COMP VALUE ZEROS.
       01  WRK-CMP-VLR-COMPENS         PIC S9(13)V9(02) COMP-3
                                                        VALUE ZEROS.

       01  WRK-ACUMULADORES.
         05  WRK-PROTOCOLOS-LIDOS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GRAVADOS-SACL004S     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-REG-DETALHE           PIC  9(07)  COMP-3  VALUE ZEROS.
         05  WRK-REG-SATISF            PIC  9(07)  COMP-3  VALUE ZEROS.
         05  WRK-REG-COMPENS           PIC  9(07)  COMP-3  VALUE ZEROS.

       01  WRK-FS-SACL004S             PIC  X(02)  VALUE SPACES.

         05  TAR-QT-IMPROCEDENTES      PIC  9(009).
         05  FILLER                    PIC  X(112) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * SATISFACAO ('04'): DIMENSAO 'T' TIPO / 'E' EQUIPE / 'R'        *
      * DESFECHO; MEDIAS DE 0 A 10 SOBRE AS PESQUISAS RESPONDIDAS      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REG-SATISFACAO.
         05  SAT-TIPO-REG              PIC  X(002) VALUE '04'.
         05  SAT-DIMENSAO              PIC  X(001).
         05  SAT-CHAVE                 PIC  X(008).
         05  SAT-QT-ENVIADAS           PIC  9(007).
         05  SAT-QT-RESPONDIDAS        PIC  9(007).
         05  SAT-PCT-RESPOSTA          PIC  9(003)V9(02).
         05  SAT-MEDIA-GERAL           PIC  9(002)V9(02).
         05  SAT-MEDIA-RESPOSTA        PIC  9(002)V9(02).
         05  SAT-MEDIA-PRAZO           PIC  9(002)V9(02).
         05  FILLER                    PIC  X(090) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * COMPENSACOES ('05'): QUANTIDADE E VALOR DAS COMPENSACOES       *
      * APROVADAS NO PERIODO, POR TIPO DE MANIFESTACAO                 *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-REG-COMPENSACAO.
         05  CMP-TIPO-REG              PIC  X(002) VALUE '05'.
         05  CMP-CTIPO-MANIF           PIC  X(002).
         05  CMP-QT-COMPENS            PIC  9(007).
         05  CMP-VLR-COMPENS           PIC  9(013)V9(02).
         05  FILLER                    PIC  X(106) VALUE SPACES.

       01  WRK-REG-TRAILER.
         05  TRL-TIPO-REG              PIC  X(002) VALUE '99'.
         05  TRL-QT-REG-DETALHE        PIC  9(007).
         05  TRL-QT-PROTOCOLOS         PIC  9(009).
         05  TRL-QT-REG-SATISF         PIC  9(007).
         05  TRL-QT-DUPLICADAS         PIC  9(007).
         05  TRL-QT-REG-COMPENS        PIC  9(007).
         05  FILLER                    PIC  X(093) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
               INCLUDE SACLB034
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB038
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PROTOCOLOS COM MOVIMENTO NO PERIODO: ABERTOS ATE A DATA        *
      * FINAL E AINDA ABERTOS OU ENCERRADOS A PARTIR DA DATA INICIAL,  *
      * MENOS OS ENCERRADOS COMO DUPLICADOS DE OUTRO PROTOCOLO         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR FOR
                 WHERE DT_ABERT_MANIF <= :WRK-PARM-DT-FIM
                   AND (CSIT_MANIF     = 'A'
                    OR  DT_ENCER_MANIF >= :WRK-PARM-DT-INI)
                   AND CRESULT_MANIF  <> 'D'
                 ORDER BY CTIPO_MANIF,
                       DT_ABERT_MANIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PESQUISAS DOS PROTOCOLOS ENCERRADOS NO PERIODO, AGRUPADAS POR  *
      * TIPO ('T'), EQUIPE ('E') E DESFECHO ('R') GRAVADOS NO ENVIO.   *
      * AS NOTAS SO SOMAM AS PESQUISAS RESPONDIDAS; AS MEDIAS SAO      *
      * CALCULADAS NO PROGRAMA                                         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C2 CURSOR FOR
                SELECT 'T',
                       CTIPO_MANIF,
                       COUNT(*),
                       SUM(CASE WHEN CSIT_PESQ = 'R' THEN 1
                                ELSE 0 END),
                       SUM(CASE WHEN CSIT_PESQ = 'R' THEN NNOTA_GERAL
                                ELSE 0 END),
                       SUM(CASE WHEN CSIT_PESQ = 'R' THEN NNOTA_RESPOSTA
                                ELSE 0 END),
                       SUM(CASE WHEN CSIT_PESQ = 'R' THEN NNOTA_PRAZO
                                ELSE 0 END)
                  FROM DB2PRD.TPESQ_SATISF_MANIF
                 WHERE DT_ENCER_MANIF BETWEEN :WRK-PARM-DT-INI
                                          AND :WRK-PARM-DT-FIM
                 GROUP BY CTIPO_MANIF
                UNION ALL
                SELECT 'E',
                       CEQUIPE,
                       COUNT(*),
                       SUM(CASE WHEN CSIT_PESQ = 'R' THEN 1
                                ELSE 0 END),
                       SUM(CASE WHEN CSIT_PESQ = 'R' THEN NNOTA_GERAL
                                ELSE 0 END),
                       SUM(CASE WHEN CSIT_PESQ = 'R' THEN NNOTA_RESPOSTA
                                ELSE 0 END),
                       SUM(CASE WHEN CSIT_PESQ = 'R' THEN NNOTA_PRAZO
                                ELSE 0 END)
                  FROM DB2PRD.TPESQ_SATISF_MANIF
                 WHERE DT_ENCER_MANIF BETWEEN :WRK-PARM-DT-INI
                                          AND :WRK-PARM-DT-FIM
                 GROUP BY CEQUIPE
                UNION ALL
                SELECT 'R',
                       CRESULT_MANIF,
                       COUNT(*),
                       SUM(CASE WHEN CSIT_PESQ = 'R' THEN 1
                                ELSE 0 END),
                       SUM(CASE WHEN CSIT_PESQ = 'R' THEN NNOTA_GERAL
                                ELSE 0 END),
                       SUM(CASE WHEN CSIT_PESQ = 'R' THEN NNOTA_RESPOSTA
                                ELSE 0 END),
                       SUM(CASE WHEN CSIT_PESQ = 'R' THEN NNOTA_PRAZO
                                ELSE 0 END)
                  FROM DB2PRD.TPESQ_SATISF_MANIF
                 WHERE DT_ENCER_MANIF BETWEEN :WRK-PARM-DT-INI
                                          AND :WRK-PARM-DT-FIM
                 GROUP BY CRESULT_MANIF
                 ORDER BY 1, 2
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * COMPENSACOES APROVADAS NO PERIODO (APROVADAS OU JA LANCADAS),  *
      * POR TIPO DA MANIFESTACAO                                       *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C3 CURSOR FOR
                SELECT M.CTIPO_MANIF,
                       COUNT(*),
                       SUM(C.VVALOR_COMPENS)
                  FROM DB2PRD.TCOMPENS_MANIF C,
                       DB2PRD.TMANIF_PSSOA   M
                 WHERE M.NPROT_MANIF    = C.NPROT_MANIF
                   AND C.CSIT_COMPENS  IN ('A', 'L')
                   AND SUBSTR(C.TS_APROV, 1, 10)
                                  BETWEEN :WRK-PARM-DT-INI
                                      AND :WRK-PARM-DT-FIM
                 GROUP BY M.CTIPO_MANIF
                 ORDER BY M.CTIPO_MANIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QT-DUPLICADAS
                  FROM DB2PRD.TMANIF_PSSOA
                 WHERE CSIT_MANIF     = 'E'
                   AND CRESULT_MANIF  = 'D'
                   AND DT_ENCER_MANIF BETWEEN :WRK-PARM-DT-INI
                                          AND :WRK-PARM-DT-FIM
           END-EXEC.

           IF SQLCODE               NOT EQUAL   ZEROS
              MOVE 'TMANIF_PSSOA'       TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0057'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
           PERFORM 1100-TESTAR-FS-SACL004S.
           ADD 1                        TO      WRK-GRAVADOS-SACL004S.

           PERFORM 6200-GRAVAR-SATISFACAO.

           PERFORM 6300-GRAVAR-COMPENSACOES.

           MOVE WRK-REG-DETALHE         TO      TRL-QT-REG-DETALHE.
           MOVE WRK-PROTOCOLOS-LIDOS    TO      TRL-QT-PROTOCOLOS.
           MOVE WRK-REG-SATISF          TO      TRL-QT-REG-SATISF.
           MOVE WRK-QT-DUPLICADAS       TO      TRL-QT-DUPLICADAS.
           MOVE WRK-REG-COMPENS         TO      TRL-QT-REG-COMPENS.

           MOVE WRK-REG-TRAILER         TO      FD-SACL004S.
           WRITE FD-SACL004S.
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA UM REGISTRO '04' POR TIPO, EQUIPE E DESFECHO COM AS      *
      * PESQUISAS ENVIADAS E RESPONDIDAS E AS MEDIAS DAS NOTAS         *
      *----------------------------------------------------------------*
       6200-GRAVAR-SATISFACAO          SECTION.
      *----------------------------------------------------------------*

           MOVE '6200-GRAVAR-SATISFACAO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN C2
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPESQ_SATISF_MA'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0060'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 6210-LER-SATISFACAO.

           PERFORM 6220-GRAVAR-REG-SATISF
             UNTIL WRK-EOF-SATISF.

           EXEC SQL
                CLOSE C2
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPESQ_SATISF_MA'    TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0070'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6210-LER-SATISFACAO             SECTION.
      *----------------------------------------------------------------*

           MOVE '6210-LER-SATISFACAO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C2
                 INTO :WRK-SAT-DIMENSAO,
                      :WRK-SAT-CHAVE,
                      :WRK-SAT-QT-ENVIADAS,
                      :WRK-SAT-QT-RESPONDIDAS,
                      :WRK-SAT-SOMA-GERAL,
                      :WRK-SAT-SOMA-RESPOSTA,
                      :WRK-SAT-SOMA-PRAZO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-SATISF     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TPESQ_SATISF_MA' TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0065'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       6210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6220-GRAVAR-REG-SATISF          SECTION.
      *----------------------------------------------------------------*

           MOVE '6220-GRAVAR-REG-SATISF' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-SAT-DIMENSAO        TO      SAT-DIMENSAO.
           MOVE WRK-SAT-CHAVE           TO      SAT-CHAVE.
           MOVE WRK-SAT-QT-ENVIADAS     TO      SAT-QT-ENVIADAS.
           MOVE WRK-SAT-QT-RESPONDIDAS  TO      SAT-QT-RESPONDIDAS.

           IF WRK-SAT-QT-ENVIADAS       IS GREATER THAN ZEROS
              COMPUTE WRK-SAT-PCT-RESPOSTA ROUNDED =
                      (WRK-SAT-QT-RESPONDIDAS * 100)
                      / WRK-SAT-QT-ENVIADAS
           ELSE
              MOVE ZEROS                TO      WRK-SAT-PCT-RESPOSTA
           END-IF.

           MOVE WRK-SAT-PCT-RESPOSTA    TO      SAT-PCT-RESPOSTA.

           IF WRK-SAT-QT-RESPONDIDAS    IS GREATER THAN ZEROS
              COMPUTE WRK-SAT-MEDIA ROUNDED =
                      WRK-SAT-SOMA-GERAL / WRK-SAT-QT-RESPONDIDAS
              MOVE WRK-SAT-MEDIA        TO      SAT-MEDIA-GERAL
              COMPUTE WRK-SAT-MEDIA ROUNDED =
                      WRK-SAT-SOMA-RESPOSTA / WRK-SAT-QT-RESPONDIDAS
              MOVE WRK-SAT-MEDIA        TO      SAT-MEDIA-RESPOSTA
              COMPUTE WRK-SAT-MEDIA ROUNDED =
                      WRK-SAT-SOMA-PRAZO / WRK-SAT-QT-RESPONDIDAS
              MOVE WRK-SAT-MEDIA        TO      SAT-MEDIA-PRAZO
           ELSE
              MOVE ZEROS                TO      SAT-MEDIA-GERAL
                                                SAT-MEDIA-RESPOSTA
                                                SAT-MEDIA-PRAZO
           END-IF.

           MOVE WRK-REG-SATISFACAO      TO      FD-SACL004S.
           WRITE FD-SACL004S.
           PERFORM 1100-TESTAR-FS-SACL004S.
           ADD 1                        TO      WRK-GRAVADOS-SACL004S.
           ADD 1                        TO      WRK-REG-SATISF.

           PERFORM 6210-LER-SATISFACAO.

      *----------------------------------------------------------------*
       6220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA UM REGISTRO '05' POR TIPO DE MANIFESTACAO COM A          *
      * QUANTIDADE E O VALOR DAS COMPENSACOES APROVADAS NO PERIODO     *
      *----------------------------------------------------------------*
       6300-GRAVAR-COMPENSACOES        SECTION.
      *----------------------------------------------------------------*

           MOVE '6300-GRAVAR-COMPENSACOES' TO   FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                OPEN C3
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCOMPENS_MANIF'     TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0080'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 6310-LER-COMPENSACAO.

           PERFORM 6320-GRAVAR-REG-COMPENS
             UNTIL WRK-EOF-COMPENS.

           EXEC SQL
                CLOSE C3
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCOMPENS_MANIF'     TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0090'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       6300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6310-LER-COMPENSACAO            SECTION.
      *----------------------------------------------------------------*

           MOVE '6310-LER-COMPENSACAO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C3
                 INTO :WRK-CMP-CTIPO-MANIF,
                      :WRK-CMP-QT-COMPENS,
                      :WRK-CMP-VLR-COMPENS
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-COMPENS    TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TCOMPENS_MANIF'  TO      FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0085'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
           END-EVALUATE.

      *----------------------------------------------------------------*
       6310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6320-GRAVAR-REG-COMPENS         SECTION.
      *----------------------------------------------------------------*

           MOVE '6320-GRAVAR-REG-COMPENS' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-CMP-CTIPO-MANIF     TO      CMP-CTIPO-MANIF.
           MOVE WRK-CMP-QT-COMPENS      TO      CMP-QT-COMPENS.
           MOVE WRK-CMP-VLR-COMPENS     TO      CMP-VLR-COMPENS.

           MOVE WRK-REG-COMPENSACAO     TO      FD-SACL004S.
           WRITE FD-SACL004S.
           PERFORM 1100-TESTAR-FS-SACL004S.
           ADD 1                        TO      WRK-GRAVADOS-SACL004S.
           ADD 1                        TO      WRK-REG-COMPENS.

           PERFORM 6310-LER-COMPENSACAO.

      *----------------------------------------------------------------*
       6320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           DISPLAY '* PRAZO REGULATORIO : ' WRK-PARM-PRAZO-DIAS
           DISPLAY '* PROTOCOLOS LIDOS  : ' WRK-PROTOCOLOS-LIDOS
           DISPLAY '* TIPOS TOTALIZADOS : ' WRK-QTD-TIPOS
           DISPLAY '* REG. SATISFACAO   : ' WRK-REG-SATISF
           DISPLAY '* REG. COMPENSACAO  : ' WRK-REG-COMPENS
           DISPLAY '* DUPLICADOS ENCER. : ' WRK-QT-DUPLICADAS
           DISPLAY '* GRAVADOS SACL004S : ' WRK-GRAVADOS-SACL004S
           DISPLAY '*********** SACL2OUV ***********'

