      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF2CMP.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF2CMP                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  AGOSTO/2028                                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  NAO HA                                       *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    I#FRWKAR - BOOK PARA TRATAMENTO DE ERROS DE ARQUIVOS        *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#CKRS04 - BOOK DE CONEXAO DB2                              *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCOMPENS_MANIF            SACLB041       *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    AGO/2028 - HOMI - PROGRAMA CRIADO. LANCAMENTO DAS           *
      *               COMPENSACOES (CREDITOS DE CORTESIA) APROVADAS    *
      *               PELA OUVIDORIA NO SACL54JS: PARA CADA LINHA DE   *
      *               TCOMPENS_MANIF APROVADA ('A') POSTA EM           *
      *               TSIT_MOVTO_TARIF UM EVENTO DE CREDITO 'COMP'     *
      *               (VALOR NEGATIVO) NA ORIGEM DO EVENTO DE TARIFA   *
      *               VINCULADO AO PROTOCOLO, PENDENTE DE DEVOLUCAO    *
      *               ('P') PARA O GOTF2DEV REMETER O CREDITO A CONTA  *
      *               DO CLIENTE, E MARCA A COMPENSACAO COMO LANCADA   *
      *               ('L') COM A DATA E O NUMERO DO EVENTO.           *
      *               O EVENTO NASCE FORA DA REMESSA DE DEBITO         *
      *               (IND_REMES_TARIF 'S') E LIQUIDADO                *
      *               (CSIT_EVNTO_TARIF 'L'), COMO O CREDITO QUE E.    *
      *               A COMPENSACAO NAO E TARIFA: NAO ALTERA O         *
      *               ACUMULADO MENSAL DO CLIENTE (TACUM_TARIF_MES)    *
      *               NEM LIBERA TETO.                                 *
      *               NAO USA CHECKPOINT/RESTART CKRS0100: O JOB E UMA *
      *               UNICA UNIDADE DE TRABALHO, NO MESMO DESENHO DO   *
      *               GOTF2DEV - EM CASO DE ABEND O ROLLBACK DESFAZ OS *
      *               EVENTOS E AS MARCACOES E O RERUN REFAZ TUDO.     *
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

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE COMUNICACAO COM CKRS0105           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CKRS0105                PIC  X(08)  VALUE  'CKRS0105'.

           COPY 'I#CKRS04'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-SW-EOF-CURSOR           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-CURSOR                      VALUE 'S'.

       01  WRK-DATA-PROCESSO           PIC  X(10) VALUE SPACES.
       01  WRK-PROX-NMOVTO             PIC S9(13)V COMP-3 VALUE ZEROS.
       01  WRK-NPROT-EDIT              PIC  9(10) VALUE ZEROS.
       01  WRK-NMOVTO-ORIG-EDIT        PIC  9(13) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE ACUMULADORES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-CURSOR          PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CREDITOS-POSTADOS     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-SEM-CONTA             PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-VLR-TOTAL-CREDITOS    PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DO FRWK2999                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FRWK2999                PIC  X(08)  VALUE
           'FRWK2999'.

       01  WRK-AREA-ERRO.
           COPY 'I#FRWKGE'.
           05  WRK-BLOCO-INFO-ERRO.
             10 WRK-CHAR-INFO-ERRO     PIC  X(01) OCCURS 0 TO 30000
                                       TIMES DEPENDING ON
                                       FRWKGHEA-TAM-DADOS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE ARQUIVO      ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-ERRO-ARQUIVO.
           COPY 'I#FRWKAR'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE LIVRE        ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-ERRO-LIVRE.
           COPY 'I#FRWKLI'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE DB2          ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-ERRO-DB2.
           COPY 'I#FRWKDB'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DA BRAD0450                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-BRAD0450.
         05  WRK-0450-ABEND-BAT        PIC S9(04)  COMP    VALUE +1111.
         05  WRK-0450-DUMP-BAT         PIC  X(01)  VALUE 'S'.
         05  WRK-0450-ABEND-ARQUIVO    PIC S9(04)  COMP    VALUE +1112.
         05  WRK-0450-ABEND-DB2        PIC S9(04)  COMP    VALUE +1113.
         05  WRK-0450-ABEND-LIVRE      PIC S9(04)  COMP    VALUE +1115.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DA TABELA DB2                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE SACLB041
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0B7
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CURSOR DAS COMPENSACOES APROVADAS AGUARDANDO O LANCAMENTO      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR FOR
                SELECT NPROT_MANIF,
                       NSEQ_COMPENS,
                       NCONTA_CLIEN,
                       VVALOR_COMPENS,
                       CSIST_ORIGE_TARIF,
                       NMOVTO_EVNTO_TARIF
                  FROM DB2PRD.TCOMPENS_MANIF
                 WHERE CSIT_COMPENS = 'A'
                   FOR UPDATE OF CSIT_COMPENS
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 3000-PROCESSAR
             UNTIL WRK-EOF-CURSOR.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DATA DO PROCESSAMENTO (DATA DE RECEBIMENTO DOS EVENTOS DE   *
      *    CREDITO) E CURSOR DAS COMPENSACOES APROVADAS                *
      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           MOVE '1000-INICIAR'          TO      FRWKGHEA-IDEN-PARAGRAFO.

           CALL 'CKRS1000'.

           PERFORM 7000-INICIAR-CKRS0105.

           INITIALIZE FRWKGHEA-REGISTRO
                      FRWKGARQ-REGISTRO
                      FRWKGDB2-REGISTRO.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WRK-DATA-PROCESSO
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'SYSDUMMY1'          TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0005'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           EXEC SQL
                OPEN C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCOMPENS_MANIF'     TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0010'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 2100-LER-CURSOR.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH C1
                 INTO :SACLB041.NPROT-MANIF,
                      :SACLB041.NSEQ-COMPENS,
                      :SACLB041.NCONTA-CLIEN,
                      :SACLB041.VVALOR-COMPENS,
                      :SACLB041.CSIST-ORIGE-TARIF,
                      :SACLB041.NMOVTO-EVNTO-TARIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-CURSOR     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TCOMPENS_MANIF'   TO     FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH           TO     TRUE
                 MOVE '0020'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-LIDOS-CURSOR
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    COMPENSACAO SEM CONTA CORRENTE NAO TEM ONDE SER CREDITADA E *
      *    PERMANECE APROVADA ('A'), APENAS CONTADA NO RESUMO          *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF NCONTA-CLIEN OF SACLB041  NOT GREATER THAN ZEROS
              ADD 1                     TO      WRK-SEM-CONTA
           ELSE
              PERFORM 5000-POSTAR-CREDITO
              PERFORM 6000-MARCAR-LANCADA
           END-IF.

           PERFORM 2100-LER-CURSOR.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    EVENTO DE CREDITO 'COMP' NA ORIGEM DO EVENTO VINCULADO, COM *
      *    VALOR NEGATIVO E PENDENTE DE DEVOLUCAO PELO GOTF2DEV, NO    *
      *    MESMO DESENHO DA CORRECAO MONETARIA DO GOTF2EST. A          *
      *    JUSTIFICATIVA CITA O PROTOCOLO E O EVENTO VINCULADO         *
      *----------------------------------------------------------------*
       5000-POSTAR-CREDITO             SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-POSTAR-CREDITO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COALESCE(MAX(NMOVTO_EVNTO_TARIF), 0) + 1
                  INTO :WRK-PROX-NMOVTO
                  FROM DB2PRD.TSIT_MOVTO_TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0025'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           INITIALIZE GOTFB0B7.

           MOVE CSIST-ORIGE-TARIF     OF SACLB041
                                        TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0B7.
           MOVE WRK-DATA-PROCESSO       TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0B7.
           MOVE WRK-PROX-NMOVTO         TO      NMOVTO-EVNTO-TARIF
                                                OF GOTFB0B7.
           MOVE SPACES                  TO      HSIT-OPER-REALZ
                                                OF GOTFB0B7
                                                CSIT-OPER-REALZ
                                                OF GOTFB0B7.
           MOVE 'GOTF2CMP'              TO      CUSUAR-MOVTO-EVNTO
                                                OF GOTFB0B7.
           MOVE 'COMP'                  TO      CJUSTF-EVNTO-TARIF
                                                OF GOTFB0B7.
           COMPUTE VVALOR-COBR-TARIF OF GOTFB0B7 =
                   VVALOR-COMPENS OF SACLB041 * -1.
           MOVE 'BRL'                   TO      CMOEDA-ORIGL-TARIF
                                                OF GOTFB0B7.
           MOVE VVALOR-COBR-TARIF     OF GOTFB0B7
                                        TO      VVALOR-ORIGL-TARIF
                                                OF GOTFB0B7.
           MOVE NCONTA-CLIEN          OF SACLB041
                                        TO      NCONTA-CLIEN
                                                OF GOTFB0B7.
           MOVE 'P'                     TO      CSIT-REEMB-TARIF
                                                OF GOTFB0B7.
           MOVE WRK-DATA-PROCESSO       TO      DT-REEMB-TARIF
                                                OF GOTFB0B7.
           MOVE VVALOR-COMPENS        OF SACLB041
                                        TO      VVALOR-REEMB-TARIF
                                                OF GOTFB0B7.
           MOVE ZEROS                   TO      NFATUR-ORIGE
                                                OF GOTFB0B7.

           MOVE NPROT-MANIF           OF SACLB041
                                        TO      WRK-NPROT-EDIT.
           MOVE NMOVTO-EVNTO-TARIF    OF SACLB041
                                        TO      WRK-NMOVTO-ORIG-EDIT.
           MOVE SPACES                  TO      RJUSTF-EVNTO-TARIF
                                                OF GOTFB0B7.
           STRING 'COMPENSACAO PROTOCOLO '
                                        DELIMITED BY SIZE
                  WRK-NPROT-EDIT        DELIMITED BY SIZE
                  ' EVENTO '            DELIMITED BY SIZE
                  WRK-NMOVTO-ORIG-EDIT  DELIMITED BY SIZE
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
                    CSIT_EVNTO_TARIF   ,
                    IND_REMES_TARIF    ,
                    CSIT_REEMB_TARIF   ,
                    DT_REEMB_TARIF     ,
                    VVALOR_REEMB_TARIF ,
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
                    'L'                          ,
                    'S'                          ,
                    :GOTFB0B7.CSIT-REEMB-TARIF   ,
                    :GOTFB0B7.DT-REEMB-TARIF     ,
                    :GOTFB0B7.VVALOR-REEMB-TARIF ,
                    :GOTFB0B7.NFATUR-ORIGE)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0026'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-CREDITOS-POSTADOS.
           ADD VVALOR-COMPENS         OF SACLB041
                                        TO      WRK-VLR-TOTAL-CREDITOS.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-MARCAR-LANCADA             SECTION.
      *----------------------------------------------------------------*

           MOVE '6000-MARCAR-LANCADA'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                UPDATE DB2PRD.TCOMPENS_MANIF
                   SET CSIT_COMPENS      = 'L',
                       DT_LANCTO         = :WRK-DATA-PROCESSO,
                       NMOVTO_CRED_TARIF = :WRK-PROX-NMOVTO
                 WHERE CURRENT OF C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCOMPENS_MANIF'     TO      FRWKGDB2-NOME-TABELA
              SET DB2-UPDATE            TO      TRUE
              MOVE '0030'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                CLOSE C1
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TCOMPENS_MANIF'     TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0040'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           DISPLAY '*********** GOTF2CMP ***********'
           DISPLAY '*                              *'
           DISPLAY '*  CREDITOS DE COMPENSACAO     *'
           DISPLAY '* ---------------------------- *'
           DISPLAY '* DATA PROCESSO     : ' WRK-DATA-PROCESSO
           DISPLAY '* APROVADAS LIDAS   : ' WRK-LIDOS-CURSOR
           DISPLAY '* CREDITOS POSTADOS : ' WRK-CREDITOS-POSTADOS
           DISPLAY '* SEM CONTA (RETIDO): ' WRK-SEM-CONTA
           DISPLAY '* VALOR TOTAL       : ' WRK-VLR-TOTAL-CREDITOS
           DISPLAY '*********** GOTF2CMP ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7000-INICIAR-CKRS0105           SECTION.
      *----------------------------------------------------------------*

           MOVE '7000-INICIAR-CKRS0105' TO FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'C'                    TO PARM-OP.
           MOVE 'DB2'                  TO PARM-SSID.
           MOVE SPACES                 TO PARM-PLAN.

           CALL WRK-CKRS0105           USING PARM-CKRS0105.

      *----------------------------------------------------------------*
       7000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7100-ENCERRAR-CKRS0105          SECTION.
      *----------------------------------------------------------------*

           MOVE '7100-ENCERRAR-CKRS0105' TO FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'D'                    TO PARM-OP.
           MOVE SPACES                 TO PARM-PLAN.

           CALL WRK-CKRS0105           USING PARM-CKRS0105.

      *----------------------------------------------------------------*
       7100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9200-TRATAR-ERRO-DB2            SECTION.
      *----------------------------------------------------------------*

           SET  ERRO-DB2                TO      TRUE.

           MOVE FRWKGDB2-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE FRWKGHEA-IDEN-PARAGRAFO(1:16)
                                        TO      FRWKGDB2-LOCAL.
           MOVE SQLSTATE                TO      FRWKGDB2-SQLSTATE.
           MOVE SQLCA                   TO      FRWKGDB2-SQLCA.
           MOVE SQLCODE                 TO      WRK-SQLCODE-AUX.
           MOVE WRK-SQLCODE-9-3         TO      FRWKGDB2-SQLCODE2.
           MOVE WRK-AREA-ERRO-DB2       TO      WRK-BLOCO-INFO-ERRO
                                                (1:FRWKGHEA-TAM-DADOS).

           PERFORM 9900-TRATAR-ERRO.

      *----------------------------------------------------------------*
       9200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9900-TRATAR-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'GOTF2CMP'              TO      FRWKGHEA-NOME-PROGRAMA.

           PERFORM 9990-GRAVAR-LOG-ERRO.

           PERFORM 9999-ABENDAR-PROGRAMA.

           GOBACK.

      *----------------------------------------------------------------*
       9900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9990-GRAVAR-LOG-ERRO            SECTION.
      *----------------------------------------------------------------*

           CALL WRK-FRWK2999            USING   WRK-AREA-ERRO.

      *----------------------------------------------------------------*
       9990-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9999-ABENDAR-PROGRAMA           SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
              WHEN ERRO-ARQUIVO
                 MOVE WRK-0450-ABEND-ARQUIVO
                                        TO      WRK-0450-ABEND-BAT
              WHEN ERRO-DB2
                 MOVE WRK-0450-ABEND-DB2
                                        TO      WRK-0450-ABEND-BAT
              WHEN ERRO-LIVRE
                 MOVE WRK-0450-ABEND-LIVRE
                                        TO      WRK-0450-ABEND-BAT
              WHEN OTHER
                 MOVE +1111             TO      WRK-0450-ABEND-BAT
           END-EVALUATE.

           DISPLAY '*** BRAD0450 CHAMADO PARA ABENDAR O PROGRAMA ***'.
           DISPLAY 'CODIGO DE ABEND = ' WRK-0450-ABEND-BAT.
           DISPLAY ' '.

           CALL 'BRAD0450'             USING    WRK-0450-ABEND-BAT
                                                WRK-0450-DUMP-BAT.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
