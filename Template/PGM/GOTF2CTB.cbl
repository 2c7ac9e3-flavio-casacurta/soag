      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TORIGE_SIST_TARIF         GOTFB0G4       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    GOTF1100 - CONTROLE DE INTEGRIDADE DE ARQUIVO (HMAC)        *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *               E RETURN-CODE 12, ANTES DE GRAVAR QUALQUER       *
      *               LANCAMENTO; OVERRIDE 'S' NO PARM (POS 20)        *
      *               LIBERA O RERUN DELIBERADO FORA DO CALENDARIO.    *
      *    DEZ/2027 - HOMI - BAIXA POR ESGOTAMENTO DE COBRANCA         *
      *               (CJUSTF 'BAIX', CONTRAPARTIDA DO GOTF2RET) PASSA *
      *               A DEBITAR A CONTA DE PROVISAO PARA DEVEDORES     *
      *               DUVIDOSOS EM VEZ DA RECEITA: A PERDA JA FOI      *
      *               RECONHECIDA NA DESPESA PELA PROVISAO MENSAL DO   *
      *               GOTF2PDD, QUE CONSIDERA ESSAS BAIXAS NO SALDO    *
      *               CONTABIL DA PROVISAO.                            *
      *    MAR/2028 - HOMI - O DETALHE DE GOTF006S GANHA O SEGMENTO    *
      *               CONTABIL DO SISTEMA DE ORIGEM (CTB-CSEGM-CONTB,  *
      *               TOMADO DO FILLER), LIDO DO CADASTRO              *
      *               TORIGE_SIST_TARIF CARREGADO EM MEMORIA NO INICIO.*
      *               ORIGEM FORA DO CADASTRO SAI COM SEGMENTO EM      *
      *               BRANCOS.                                         *
      *    MAR/2028 - HOMI - CONTROLE DE INTEGRIDADE DA INTERFACE: O   *
      *               TRAILER DE GOTF006S GANHA O CAMPO TRL-DIGEST     *
      *               (FILLER 40 -> 8), COM O DIGEST HMAC-SHA-256      *
      *               (MODULO GOTF1100, CHAVE                          *
      *               'GOTF.HMAC.INTERFACE.RAZAO' NO CKDS) DE HEADER,  *
      *               DETALHES E DO PROPRIO TRAILER COM O CAMPO EM     *
      *               BRANCO. OS TOTAIS DE DEBITOS E CREDITOS SEGUEM   *
      *               COMO TOTAIS DE CONTROLE.                         *
      *    MAR/2028 - HOMI - RECUPERACAO DE BAIXA: A CONTRAPARTIDA     *
      *               'RECP' DO GOTF2RCP (VALOR RECUPERADO DE EVENTO   *
      *               BAIXADO, POSITIVO) SAI COM O PAR INVERSO DA      *
      *               'BAIX' - D CLIENTE / C PROVISAO - RECOMPONDO A   *
      *               PROVISAO PARA DEVEDORES DUVIDOSOS QUE A BAIXA    *
      *               CONSUMIU, SEGUIDO DOS IMPOSTOS INCIDENTES. O     *
      *               GOTF2PDD CONSIDERA A RECUPERACAO NO SALDO        *
      *               CONTABIL DA PROVISAO.                            *
      *    MAR/2028 - HOMI - ENCARGOS DE MORA: O EVENTO 'MORA' DO      *
      *               GOTF1200 (MULTA E JUROS DO DEBITO PAGO COM       *
      *               ATRASO, POSITIVO) SAI COM D CLIENTE / C RECEITA  *
      *               DE ENCARGOS DE MORA (CONTA NOVA                  *
      *               WRK-CONTA-RECEITA-MORA 4101000002), SEPARADO DA  *
      *               RECEITA DE TARIFAS, COM OS IMPOSTOS DO AGREGADO. *
      *    AGO/2028 - HOMI - COMPENSACAO DA OUVIDORIA: O CREDITO       *
      *               'COMP' DO GOTF2CMP (NEGATIVO) SAI COM D DESPESA  *
      *               DE COMPENSACAO A CLIENTES (CONTA NOVA            *
      *               WRK-CONTA-DESPESA-COMPENS 5101000001) / C        *
      *               CLIENTE, SEM ESTORNAR RECEITA DE TARIFAS E SEM   *
      *               IMPOSTOS - A COMPENSACAO NAO E TARIFA.           *
      *================================================================*

      *================================================================*

       COPY CALEWAAC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTROLE DE INTEGRIDADE DE GOTF006S (MODULO GOTF1100): DIGEST  *
      * HMAC DE TODOS OS REGISTROS, LEVADO NO TRAILER COM A CHAVE DA   *
      * INTERFACE DO RAZAO                                             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1100                PIC  X(08)  VALUE  'GOTF1100'.
       77  WRK-ROTULO-HMAC-RAZAO       PIC  X(64)  VALUE
           'GOTF.HMAC.INTERFACE.RAZAO'.

       COPY GOTFWINT.

       01  WRK-DT-VESPERA              PIC  X(10) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTA-RECEITA           PIC  X(10) VALUE '4101000001'.
       01  WRK-CONTA-CLIENTE           PIC  X(10) VALUE '1102000001'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTA REDUTORA DA PROVISAO PARA DEVEDORES DUVIDOSOS (MESMA DO  *
      * GOTF2PDD), DEBITADA NAS BAIXAS POR ESGOTAMENTO DE COBRANCA     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTA-PROVISAO          PIC  X(10) VALUE '1109000001'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RECEITA DE ENCARGOS DE MORA (MULTA E JUROS DO DEBITO PAGO COM  *
      * ATRASO - EVENTO 'MORA' DO GOTF1200), SEPARADA DA RECEITA DE    *
      * TARIFAS                                                        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTA-RECEITA-MORA      PIC  X(10) VALUE '4101000002'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DESPESA DE COMPENSACAO A CLIENTES (CREDITO DE CORTESIA DA      *
      * OUVIDORIA - EVENTO 'COMP' DO GOTF2CMP), QUE NAO REDUZ A        *
      * RECEITA DE TARIFAS                                             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CONTA-DESPESA-COMPENS   PIC  X(10) VALUE '5101000001'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * REGRAS DE IMPOSTO VIGENTES NA DATA CONTABIL, CARREGADAS EM    *
      * MEMORIA NO INICIO (TREGRA_IMPTO_TARIF E PEQUENA)              *

       01  WRK-SW-EOF-IMPOSTO          PIC  X(01) VALUE 'N'.
           88  WRK-EOF-IMPOSTO                     VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * SEGMENTO CONTABIL DE CADA SISTEMA DE ORIGEM, CARREGADO DO     *
      * CADASTRO TORIGE_SIST_TARIF NO INICIO (ATIVAS E INATIVAS: UM   *
      * RECUSADO ANTIGO PODE SER DE ORIGEM JA DESATIVADA). ORIGEM     *
      * FORA DO CADASTRO SAI COM O SEGMENTO EM BRANCOS                *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-MAX-ORIGENS             PIC S9(04) COMP VALUE +50.
       01  WRK-QTD-ORIGENS             PIC S9(04) COMP VALUE ZEROS.
       01  WRK-IDX-ORI                 PIC S9(04) COMP VALUE ZEROS.
       01  WRK-TAB-ORIGENS.
         05  WRK-TAB-ORI-ITEM          OCCURS 50 TIMES.
           10  TAB-ORI-CSIST           PIC  X(03).
           10  TAB-ORI-CSEGM           PIC  X(04).

       01  WRK-SW-EOF-ORIGEM           PIC  X(01) VALUE 'N'.
           88  WRK-EOF-ORIGEM                      VALUE 'S'.
       01  WRK-VLR-BASE-IMPOSTO        PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-VLR-IMPOSTO             PIC S9(13)V9(02) COMP-3
         05  CTB-CSIST-ORIGE-TARIF     PIC  X(003).
         05  CTB-CJUSTF-EVNTO-TARIF    PIC  X(004).
         05  CTB-VALOR                 PIC  9(013)V9(002).
         05  CTB-CSEGM-CONTB           PIC  X(004).
         05  FILLER                    PIC  X(032) VALUE SPACES.

       01  WRK-REG-TRAILER-CTB.
         05  TRL-TIPO-REGISTRO         PIC  X(001) VALUE 'T'.
         05  TRL-QTD-LANCTOS           PIC  9(009).
         05  TRL-TOT-DEBITOS           PIC  9(013)V9(002).
         05  TRL-TOT-CREDITOS          PIC  9(013)V9(002).
         05  TRL-DIGEST                PIC  X(032).
         05  FILLER                    PIC  X(008) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
               INCLUDE GOTFB0E6
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G4
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * SEGMENTO CONTABIL POR SISTEMA DE ORIGEM                        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE CORI CURSOR FOR
                SELECT CSIST_ORIGE_TARIF,
                       CSEGM_CONTB
                  FROM DB2PRD.TORIGE_SIST_TARIF
                 ORDER BY CSIST_ORIGE_TARIF
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LANCAMENTOS RECUSADOS PELO RAZAO AINDA PENDENTES, REEMITIDOS  *
      * NA INTERFACE DO DIA                                            *

           PERFORM 1300-VALIDAR-DATA-CONTABIL.

           INITIALIZE GOTFWINT.
           MOVE WRK-ROTULO-HMAC-RAZAO   TO      GOTFWINT-ROTULO-CHAVE.
           SET  GOTFWINT-INICIAR        TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

           MOVE WRK-DATA-CONTABIL       TO      HDR-DATA-CONTABIL.
           MOVE WRK-REG-HEADER-CTB      TO      FD-GOTF006S.
           WRITE FD-GOTF006S.
           PERFORM 1100-TESTAR-FS-GOTF006S.
           PERFORM 5990-INTEGRAR-GOTF006S.

           PERFORM 1250-CARREGAR-ORIGENS.

           PERFORM 2500-REEMITIR-RECUSADOS.

       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CARREGA EM MEMORIA O SEGMENTO CONTABIL DE CADA SISTEMA DE     *
      * ORIGEM DO CADASTRO TORIGE_SIST_TARIF                          *
      *----------------------------------------------------------------*
       1250-CARREGAR-ORIGENS           SECTION.
      *----------------------------------------------------------------*

           MOVE '1250-CARREGAR-ORIGENS' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EOF-ORIGEM.
           MOVE ZEROS                   TO      WRK-QTD-ORIGENS.

           EXEC SQL
                OPEN CORI
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TORIGE_SIST_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-OPEN              TO      TRUE
              MOVE '0080'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1260-FETCH-ORIGEM.

           PERFORM UNTIL WRK-EOF-ORIGEM
              IF WRK-QTD-ORIGENS    GREATER OR EQUAL WRK-MAX-ORIGENS
                 MOVE 'GOTF9988'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'TABELA DE SISTEMAS DE ORIGEM EXCEDEU A MEMORIA'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              END-IF
              ADD 1                     TO      WRK-QTD-ORIGENS
              MOVE CSIST-ORIGE-TARIF  OF GOTFB0G4
                TO TAB-ORI-CSIST (WRK-QTD-ORIGENS)
              MOVE CSEGM-CONTB        OF GOTFB0G4
                TO TAB-ORI-CSEGM (WRK-QTD-ORIGENS)
              PERFORM 1260-FETCH-ORIGEM
           END-PERFORM.

           EXEC SQL
                CLOSE CORI
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TORIGE_SIST_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-CLOSE             TO      TRUE
              MOVE '0081'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1260-FETCH-ORIGEM               SECTION.
      *----------------------------------------------------------------*

           MOVE '1260-FETCH-ORIGEM'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                FETCH CORI
                 INTO :GOTFB0G4.CSIST-ORIGE-TARIF,
                      :GOTFB0G4.CSEGM-CONTB
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-EOF-ORIGEM     TO      TRUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TORIGE_SIST_TARIF' TO    FRWKGDB2-NOME-TABELA
                 SET DB2-FETCH          TO      TRUE
                 MOVE '0082'            TO      FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       1260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    TRAVA DE DATA: A DATA CONTABIL PRECISA SER DIA UTIL DA
      *    PRACA (CALE2000 'CF'). DATA EM FERIADO/FIM DE SEMANA
           MOVE CJUSTF-EVNTO-TARIF OF GOTFB0E6
                                        TO      CTB-CJUSTF-EVNTO-TARIF.
           MOVE VVALOR-LANC OF GOTFB0E6 TO      CTB-VALOR.
           PERFORM 5800-OBTER-SEGMENTO.

           MOVE WRK-REG-CTB             TO      FD-GOTF006S.
           WRITE FD-GOTF006S.
           PERFORM 1100-TESTAR-FS-GOTF006S.
           PERFORM 5990-INTEGRAR-GOTF006S.

           ADD 1                        TO      WRK-LANCTOS-GRAVADOS
                                                WRK-QTD-REEMITIDOS.
      * CREDITA A RECEITA; AGREGADO NEGATIVO (DEVOLUCAO - ESTORNO OU   *
      * AJUSTE DE RECALCULO PARA BAIXO) EMITE O PAR INVERTIDO. A       *
      * DIRECAO E DECIDIDA PELO SINAL DO AGREGADO, NAO PELO CODIGO DE  *
      * JUSTIFICATIVA: O DETALHE SAI SEMPRE COM O VALOR ABSOLUTO.      *
      * EXCECAO: A BAIXA POR ESGOTAMENTO ('BAIX') CONSOME A PROVISAO   *
      * PARA DEVEDORES DUVIDOSOS (D PROVISAO / C CLIENTE), SEM PASSAR  *
      * DE NOVO PELO RESULTADO, E A RECUPERACAO DA BAIXA ('RECP')      *
      * RECOMPOE A PROVISAO COM O PAR INVERSO (D CLIENTE / C PROVISAO) *
      * O ENCARGO DE MORA ('MORA') CREDITA A RECEITA DE ENCARGOS DE    *
      * MORA, NAO A DE TARIFAS (D CLIENTE / C RECEITA-MORA). A         *
      * COMPENSACAO DA OUVIDORIA ('COMP') E DESPESA, NAO DEVOLUCAO DE  *
      * TARIFA (D DESPESA-COMPENS / C CLIENTE), E NAO TEM IMPOSTOS     *
      *----------------------------------------------------------------*
       3000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '3000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-CJUSTF-AGREG          EQUAL   'BAIX'
              MOVE WRK-CONTA-PROVISAO   TO      CTB-CONTA
              MOVE 'D'                  TO      CTB-IND-DEB-CRED
              PERFORM 5000-GRAVAR-LANCTO
              MOVE WRK-CONTA-CLIENTE    TO      CTB-CONTA
              MOVE 'C'                  TO      CTB-IND-DEB-CRED
              PERFORM 5000-GRAVAR-LANCTO
              PERFORM 5500-GRAVAR-IMPOSTOS
              PERFORM 2100-LER-CURSOR
              GO TO 3000-99-FIM
           END-IF.

           IF WRK-CJUSTF-AGREG          EQUAL   'RECP'
              MOVE WRK-CONTA-CLIENTE    TO      CTB-CONTA
              MOVE 'D'                  TO      CTB-IND-DEB-CRED
              PERFORM 5000-GRAVAR-LANCTO
              MOVE WRK-CONTA-PROVISAO   TO      CTB-CONTA
              MOVE 'C'                  TO      CTB-IND-DEB-CRED
              PERFORM 5000-GRAVAR-LANCTO
              PERFORM 5500-GRAVAR-IMPOSTOS
              PERFORM 2100-LER-CURSOR
              GO TO 3000-99-FIM
           END-IF.

           IF WRK-CJUSTF-AGREG          EQUAL   'MORA'
              MOVE WRK-CONTA-CLIENTE    TO      CTB-CONTA
              MOVE 'D'                  TO      CTB-IND-DEB-CRED
              PERFORM 5000-GRAVAR-LANCTO
              MOVE WRK-CONTA-RECEITA-MORA TO    CTB-CONTA
              MOVE 'C'                  TO      CTB-IND-DEB-CRED
              PERFORM 5000-GRAVAR-LANCTO
              PERFORM 5500-GRAVAR-IMPOSTOS
              PERFORM 2100-LER-CURSOR
              GO TO 3000-99-FIM
           END-IF.

           IF WRK-CJUSTF-AGREG          EQUAL   'COMP'
              MOVE WRK-CONTA-DESPESA-COMPENS TO CTB-CONTA
              MOVE 'D'                  TO      CTB-IND-DEB-CRED
              PERFORM 5000-GRAVAR-LANCTO
              MOVE WRK-CONTA-CLIENTE    TO      CTB-CONTA
              MOVE 'C'                  TO      CTB-IND-DEB-CRED
              PERFORM 5000-GRAVAR-LANCTO
              PERFORM 2100-LER-CURSOR
              GO TO 3000-99-FIM
           END-IF.

           IF WRK-VLR-AGREGADO          IS LESS THAN ZEROS
              MOVE WRK-CONTA-RECEITA    TO      CTB-CONTA
              MOVE 'D'                  TO      CTB-IND-DEB-CRED
           MOVE WRK-CSIST-AGREG         TO      CTB-CSIST-ORIGE-TARIF.
           MOVE WRK-CJUSTF-AGREG        TO      CTB-CJUSTF-EVNTO-TARIF.
           MOVE WRK-VLR-AGREGADO        TO      CTB-VALOR.
           PERFORM 5800-OBTER-SEGMENTO.

           MOVE WRK-REG-CTB             TO      FD-GOTF006S.

           WRITE FD-GOTF006S.

           PERFORM 1100-TESTAR-FS-GOTF006S.
           PERFORM 5990-INTEGRAR-GOTF006S.

           ADD 1                        TO      WRK-LANCTOS-GRAVADOS.

                                        TO      CTB-CJUSTF-EVNTO-TARIF
                                                (1:3).
           MOVE WRK-VLR-IMPOSTO         TO      CTB-VALOR.
           PERFORM 5800-OBTER-SEGMENTO.

           MOVE WRK-REG-CTB             TO      FD-GOTF006S.

           WRITE FD-GOTF006S.

           PERFORM 1100-TESTAR-FS-GOTF006S.
           PERFORM 5990-INTEGRAR-GOTF006S.

           ADD 1                        TO      WRK-LANCTOS-GRAVADOS
                                                WRK-LANCTOS-IMPOSTO.
       5600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SEGMENTO CONTABIL DA ORIGEM DO DETALHE CORRENTE                *
      *----------------------------------------------------------------*
       5800-OBTER-SEGMENTO             SECTION.
      *----------------------------------------------------------------*

           MOVE '5800-OBTER-SEGMENTO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE SPACES                  TO      CTB-CSEGM-CONTB.

           PERFORM VARYING WRK-IDX-ORI FROM 1 BY 1
             UNTIL WRK-IDX-ORI          GREATER WRK-QTD-ORIGENS
                OR CTB-CSEGM-CONTB  NOT EQUAL   SPACES
              IF TAB-ORI-CSIST (WRK-IDX-ORI)
                                        EQUAL   CTB-CSIST-ORIGE-TARIF
                 MOVE TAB-ORI-CSEGM (WRK-IDX-ORI)
                                        TO      CTB-CSEGM-CONTB
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       5800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA A LINHA DE CONTROLE DO LANCAMENTO RECEM-ESCRITO EM      *
      * GOTF006S (SITUACAO 'E'), COM A SEQUENCIA DO DETALHE NO        *
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ACUMULA NO DIGEST DE INTEGRIDADE O REGISTRO RECEM-GRAVADO
      *    EM GOTF006S
      *----------------------------------------------------------------*
       5990-INTEGRAR-GOTF006S          SECTION.
      *----------------------------------------------------------------*

           MOVE '5990-INTEGRAR-GOTF006S' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FD-GOTF006S             TO      GOTFWINT-REGISTRO.
           MOVE LENGTH OF FD-GOTF006S   TO      GOTFWINT-TAM-REGISTRO.
           SET  GOTFWINT-ACUMULAR       TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

      *----------------------------------------------------------------*
       5990-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5995-CHAMAR-GOTF1100            SECTION.
      *----------------------------------------------------------------*

           MOVE '5995-CHAMAR-GOTF1100'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           CALL WRK-GOTF1100            USING   GOTFWINT.

           IF NOT GOTFWINT-OK
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE SPACES               TO      FRWKGLIV-PARAMETROS
              STRING 'ERRO NO CONTROLE DE INTEGRIDADE GOTF1100 RC '
                                        DELIMITED BY SIZE
                     GOTFWINT-COD-RETORNO
                                        DELIMITED BY SIZE
                     ' ICSF '           DELIMITED BY SIZE
                     GOTFWINT-ICSF-RETORNO
                                        DELIMITED BY SIZE
                     '/'                DELIMITED BY SIZE
                     GOTFWINT-ICSF-MOTIVO
                                        DELIMITED BY SIZE
                INTO FRWKGLIV-PARAMETROS
              END-STRING
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       5995-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * O TRAILER DE LIBERACAO SO E GRAVADO COM DEBITOS = CREDITOS;    *
      * DESBALANCEAMENTO ABENDA O JOB E DEIXA O ARQUIVO SEM TRAILER,   *
           MOVE WRK-LANCTOS-GRAVADOS    TO      TRL-QTD-LANCTOS.
           MOVE WRK-TOT-DEBITOS         TO      TRL-TOT-DEBITOS.
           MOVE WRK-TOT-CREDITOS        TO      TRL-TOT-CREDITOS.
           MOVE SPACES                  TO      TRL-DIGEST.
           MOVE WRK-REG-TRAILER-CTB     TO      FD-GOTF006S.
           PERFORM 5990-INTEGRAR-GOTF006S.
           SET  GOTFWINT-FINALIZAR      TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.
           MOVE GOTFWINT-DIGEST         TO      TRL-DIGEST.
           MOVE WRK-REG-TRAILER-CTB     TO      FD-GOTF006S.
           WRITE FD-GOTF006S.
           PERFORM 1100-TESTAR-FS-GOTF006S.
