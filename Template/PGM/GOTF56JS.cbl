      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF56JS.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF56JS                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  MAIO/2028                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO PERSISTENCIA DE MANUTENCAO DAS REGRAS *
      *                   DE IMPOSTO SOBRE TARIFAS (TREGRA_IMPTO_TARIF,*
      *                   LIDA PELO GOTF2CTB, GOTF2IMP E GOTF2NFS), NO *
      *                   MOLDE DO GOTF53JS: CONSULTA PAGINADA POR     *
      *                   NUMERO DA REGRA E INCLUSAO/ALTERACAO COM     *
      *                   VALIDACAO DE DOMINIO E DE SOBREPOSICAO DE    *
      *                   VIGENCIA (MESMO IMPOSTO, ORIGEM E CLASSE).   *
      *                   AS MANUTENCOES ENTRAM NA FILA DE DUPLA       *
      *                   CUSTODIA (TPEND_MANUT_TARIF, TABELA 'IMPTO', *
      *                   DADOS DA REGRA EM DS_DADOS_MANUT) E SO A     *
      *                   APROVACAO PELO GOTF48JS AS EFETIVA, COM A    *
      *                   IMAGEM ANTERIOR EM TREGRA_IMPTO_TARIF_HIST.  *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    GOTFW000 - BOOK CONTROLE - COMUNICACAO ENTRE MODULOS        *
      *    GOTFW56C - BOOK COMUNICACAO DESTE MODULO                    *
      *    FRWKWAAA - BLOCO DE INFORMACOES DA SESSAO                   *
      *    I#FRWKGE - COMMAREA FRWK1999 - LOG DE ERRO                  *
      *    I#FRWKCI - AREA PARA FORMATACAO DE ERRO DE CICS             *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TREGRA_IMPTO_TARIF       GOTFB0D4       *
      *                DB2PRD.TORIGE_SIST_TARIF        GOTFB0G4       *
      *                DB2PRD.TPEND_MANUT_TARIF        GOTFB0D7       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    FRWK1999 - GRAVAR LOG DE ERRO P/ ONLINE                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    MAI/2028 - HOMI - CRIACAO DO PROGRAMA.                      *
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

       77  WRK-PROGRAM                 PIC  X(08)  VALUE  'GOTF56JS'.
       77  WRK-INVOKINGPROG            PIC  X(08)  VALUE  SPACES.

       01  WRK-NREG-QTDE               PIC S9(009) COMP-3  VALUE ZEROS.
       01  WRK-IDX                     PIC S9(004) COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-SQLCODE-AUX              PIC S9(09) VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

       01  WRK-QTD-ACHADOS             PIC S9(09) COMP VALUE ZEROS.

       01  WRK-PERC-ALIQ-MAX           PIC S9(03)V9(04) COMP-3
                                                   VALUE 100,0000.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CRITICA DAS DATAS DE VIGENCIA (AAAA-MM-DD)                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-DATAS-VALIDAS           PIC  X(01)  VALUE 'S'.

       01  WRK-DATA-AUX                PIC  X(10)  VALUE SPACES.
       01  FILLER                      REDEFINES   WRK-DATA-AUX.
         05  WRK-DATA-AUX-ANO          PIC  9(04).
         05  WRK-DATA-AUX-SEP1         PIC  X(01).
         05  WRK-DATA-AUX-MES          PIC  9(02).
         05  WRK-DATA-AUX-SEP2         PIC  X(01).
         05  WRK-DATA-AUX-DIA          PIC  9(02).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DADOS DA PENDENCIA DE DUPLA CUSTODIA (TIPO DE OPERACAO) E     *
      * LAYOUT DE DS_DADOS_MANUT PARA A TABELA 'IMPTO' (O MESMO DO    *
      * GOTF48JS, QUE O DESMONTA NA APROVACAO). REGRA ALVO, ORIGEM E  *
      * VIGENCIA VIAJAM NAS COLUNAS PROPRIAS DA PENDENCIA             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-PEND-TIPO-OPER          PIC  X(01)  VALUE SPACE.

       01  WRK-DADOS-IMPTO.
         05  WRK-IMPTO-CTIPO-IMPTO     PIC  X(03).
         05  WRK-IMPTO-PERC-ALIQ       PIC  9(03)V9(04).
         05  WRK-IMPTO-CJUSTF-EVNTO    PIC  X(04).
         05  WRK-IMPTO-CCONTA-DESP     PIC  X(10).
         05  WRK-IMPTO-CCONTA-RECOL    PIC  X(10).
         05  WRK-IMPTO-CMUNIC-ISS      PIC  X(07).
         05  FILLER                    PIC  X(19).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *            BLOCO DE INFORMACOES DA SESSAO                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-AREA-FRWKWAAA.
           COPY FRWKWAAA.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *      CONTROLE DE VALIDACAO DE EXPIRACAO DE SESSAO              *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-TIME-ATUAL               PIC S9(15) COMP-3 VALUE ZEROS.
       01  WRK-DT-ATUAL                 PIC  9(08) VALUE ZEROS.
       01  WRK-HR-ATUAL                 PIC  9(06) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DO FRWK1999                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FRWK1999                PIC  X(08)  VALUE
           'FRWK1999'.

       01  WRK-AREA-ERRO.
           COPY 'I#FRWKGE'.
           05  WRK-BLOCO-INFO-ERRO.
             10 WRK-CHAR-INFO-ERRO     PIC  X(01) OCCURS 0 TO 30000
                                       TIMES DEPENDING ON
                                       FRWKGHEA-TAM-DADOS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA P/ FORMATACAO DE ERRO DE CICS         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-ERRO-CICS.
           COPY 'I#FRWKCI'.

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
           '*** AREA DA TABELA DB2                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D7
           END-EXEC.

           EXEC SQL
                DECLARE CSR01-GOTFB0D4 CURSOR FOR
                SELECT NREGRA_IMPTO
                     , CTIPO_IMPTO
                     , PERC_ALIQ_IMPTO
                     , CSIST_ORIGE_TARIF
                     , CJUSTF_EVNTO_TARIF
                     , CCONTA_DESP_IMPTO
                     , CCONTA_RECOL_IMPTO
                     , DINI_VIGEN_IMPTO
                     , DFIM_VIGEN_IMPTO
                     , CMUNIC_ISS
                  FROM DB2PRD.TREGRA_IMPTO_TARIF
                 WHERE NREGRA_IMPTO >=
                       :GOTFB0D4.NREGRA-IMPTO
                 ORDER BY NREGRA_IMPTO
           END-EXEC.

           EXEC SQL
                DECLARE CSR02-GOTFB0D4 CURSOR FOR
                SELECT NREGRA_IMPTO
                     , CTIPO_IMPTO
                     , PERC_ALIQ_IMPTO
                     , CSIST_ORIGE_TARIF
                     , CJUSTF_EVNTO_TARIF
                     , CCONTA_DESP_IMPTO
                     , CCONTA_RECOL_IMPTO
                     , DINI_VIGEN_IMPTO
                     , DFIM_VIGEN_IMPTO
                     , CMUNIC_ISS
                  FROM DB2PRD.TREGRA_IMPTO_TARIF
                 WHERE NREGRA_IMPTO >
                       :GOTFB0D4.NREGRA-IMPTO
                 ORDER BY NREGRA_IMPTO
           END-EXEC.

           EXEC SQL
                DECLARE CSR03-GOTFB0D4 CURSOR FOR
                SELECT NREGRA_IMPTO
                     , CTIPO_IMPTO
                     , PERC_ALIQ_IMPTO
                     , CSIST_ORIGE_TARIF
                     , CJUSTF_EVNTO_TARIF
                     , CCONTA_DESP_IMPTO
                     , CCONTA_RECOL_IMPTO
                     , DINI_VIGEN_IMPTO
                     , DFIM_VIGEN_IMPTO
                     , CMUNIC_ISS
                  FROM DB2PRD.TREGRA_IMPTO_TARIF
                 WHERE NREGRA_IMPTO <
                       :GOTFB0D4.NREGRA-IMPTO
                 ORDER BY NREGRA_IMPTO DESC
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       01  DFHCOMMAREA.
           02  LNK-GOTF56JS.
           COPY GOTFW000.
               03  LNK-AREA-FRWKWAAA.
           COPY FRWKWAAA.
           COPY GOTFW56C.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           EVALUATE GOTFW56C-SOLIC-MAIS-DADOS
               WHEN 'C'
                   PERFORM 4000-INCLUIR-REGRA-IMPTO
               WHEN 'M'
                   PERFORM 5000-ALTERAR-REGRA-IMPTO
               WHEN OTHER
                   PERFORM 2000-PROCESSAR
           END-EVALUATE.

           PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR                    SECTION.
      *----------------------------------------------------------------*

           MOVE '1000-INICIAR'          TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE  FRWKGHEA-REGISTRO
                       FRWKGCIC-REGISTRO
                       FRWKGDB2-REGISTRO
                       FRWKGLIV-REGISTRO
                       GOTFW000-BLOCO-RETORNO
                       GOTFB0D4.

           IF  EIBCALEN                 EQUAL   ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER01'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               MOVE 'EIBCALEN = ZERO'   TO      FRWKGCIC-COMANDO
               PERFORM 9100-TRATAR-ERRO-CICS
           END-IF.

           EXEC CICS ASSIGN INVOKINGPROG (WRK-INVOKINGPROG)
                     NOHANDLE
           END-EXEC.

           IF  WRK-INVOKINGPROG     NOT EQUAL   'GOTF38JL'
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER02'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               MOVE 'CHAMADOR NAO AUTORIZADO'
                                        TO      FRWKGLIV-PARAMETROS
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE FRWKWAAA-HEADER OF LNK-AREA-FRWKWAAA
             TO FRWKWAAA-HEADER OF WRK-AREA-FRWKWAAA.
           MOVE FRWKWAAA-REGISTRO OF LNK-AREA-FRWKWAAA
             TO FRWKWAAA-REGISTRO OF WRK-AREA-FRWKWAAA.

           PERFORM 1200-VALIDAR-SESSAO.

           MOVE GOTFW56C-NREG-QTDE      TO      WRK-NREG-QTDE.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDA A EXPIRACAO DA SESSAO RECEBIDA DO COORDENADOR, NO      *
      * MESMO CRITERIO DE 90700-VALIDAR-SESSAO DA ARQUITETURA          *
      *----------------------------------------------------------------*
       1200-VALIDAR-SESSAO             SECTION.
      *----------------------------------------------------------------*

           MOVE '1200-VALIDAR-SESSAO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC CICS ASKTIME ABSTIME(WRK-TIME-ATUAL) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WRK-TIME-ATUAL)
                                YYYYMMDD(WRK-DT-ATUAL)
                                TIME(WRK-HR-ATUAL)
           END-EXEC.

           IF  FRWKWAAA-DT-EXPIRA OF WRK-AREA-FRWKWAAA
                                 LESS THAN WRK-DT-ATUAL
               OR (FRWKWAAA-DT-EXPIRA OF WRK-AREA-FRWKWAAA
                                 EQUAL WRK-DT-ATUAL
               AND FRWKWAAA-HR-EXPIRA OF WRK-AREA-FRWKWAAA
                                 LESS THAN WRK-HR-ATUAL)
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER03'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9998'          TO      GOTFW000-COD-MENSAGEM
               MOVE FRWKWAAA-CSESS-FRWK OF WRK-AREA-FRWKWAAA
                                        TO      FRWKGLIV-PARAMETROS
               MOVE FRWKWAAA-WINFO-DADOS-IDIOM OF WRK-AREA-FRWKWAAA
                                        TO      FRWKGLIV-IDIOMA
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE GOTFW56C-NREGRA-IMPTO   TO      NREGRA-IMPTO
                                                OF GOTFB0D4.

           PERFORM 2100-ABRIR-CURSOR.

           PERFORM 2200-LER-CURSOR.

           IF  SQLCODE                  EQUAL   +100
               MOVE 08                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER04'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF0001'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 2400-ENCERRAR-CURSOR
               PERFORM 9000-FINALIZAR
           END-IF.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
             UNTIL SQLCODE              EQUAL   +100
                OR WRK-IDX              GREATER WRK-NREG-QTDE
                PERFORM 2300-ALIMENTAR-GOTFW56C
                PERFORM 2200-LER-CURSOR
           END-PERFORM.

           IF  SQLCODE                  EQUAL   ZEROS
               MOVE 01                  TO      GOTFW000-COD-RETORNO
           END-IF.

           COMPUTE WRK-NREG-QTDE = WRK-IDX - 1.

           MOVE WRK-NREG-QTDE           TO      GOTFW56C-NREG-QTDE.

           PERFORM 2400-ENCERRAR-CURSOR.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ABRIR-CURSOR               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-ABRIR-CURSOR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW56C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        OPEN CSR01-GOTFB0D4
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        OPEN CSR02-GOTFB0D4
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        OPEN CSR03-GOTFB0D4
                   END-EXEC
               WHEN OTHER
                   MOVE 'GOTF9999'      TO      FRWKGLIV-COD-MENSAGEM
                   MOVE 'SOLIC-MAIS-DADOS INVALIDO'
                                        TO      FRWKGLIV-PARAMETROS
                   MOVE 16              TO      GOTFW000-COD-RETORNO
                   MOVE 'ER05'          TO      GOTFW000-COD-ERRO
                   MOVE 'GOTF9999'      TO      GOTFW000-COD-MENSAGEM
                   PERFORM 9300-TRATAR-ERRO-LIVRE
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER06'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-OPEN             TO      TRUE
               MOVE 'TREGRA_IMPTO_TARIF' TO     FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW56C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        FETCH CSR01-GOTFB0D4 INTO
                           :GOTFB0D4.NREGRA-IMPTO
                         , :GOTFB0D4.CTIPO-IMPTO
                         , :GOTFB0D4.PERC-ALIQ-IMPTO
                         , :GOTFB0D4.CSIST-ORIGE-TARIF
                         , :GOTFB0D4.CJUSTF-EVNTO-TARIF
                         , :GOTFB0D4.CCONTA-DESP-IMPTO
                         , :GOTFB0D4.CCONTA-RECOL-IMPTO
                         , :GOTFB0D4.DINI-VIGEN-IMPTO
                         , :GOTFB0D4.DFIM-VIGEN-IMPTO
                         , :GOTFB0D4.CMUNIC-ISS
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        FETCH CSR02-GOTFB0D4 INTO
                           :GOTFB0D4.NREGRA-IMPTO
                         , :GOTFB0D4.CTIPO-IMPTO
                         , :GOTFB0D4.PERC-ALIQ-IMPTO
                         , :GOTFB0D4.CSIST-ORIGE-TARIF
                         , :GOTFB0D4.CJUSTF-EVNTO-TARIF
                         , :GOTFB0D4.CCONTA-DESP-IMPTO
                         , :GOTFB0D4.CCONTA-RECOL-IMPTO
                         , :GOTFB0D4.DINI-VIGEN-IMPTO
                         , :GOTFB0D4.DFIM-VIGEN-IMPTO
                         , :GOTFB0D4.CMUNIC-ISS
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        FETCH CSR03-GOTFB0D4 INTO
                           :GOTFB0D4.NREGRA-IMPTO
                         , :GOTFB0D4.CTIPO-IMPTO
                         , :GOTFB0D4.PERC-ALIQ-IMPTO
                         , :GOTFB0D4.CSIST-ORIGE-TARIF
                         , :GOTFB0D4.CJUSTF-EVNTO-TARIF
                         , :GOTFB0D4.CCONTA-DESP-IMPTO
                         , :GOTFB0D4.CCONTA-RECOL-IMPTO
                         , :GOTFB0D4.DINI-VIGEN-IMPTO
                         , :GOTFB0D4.DFIM-VIGEN-IMPTO
                         , :GOTFB0D4.CMUNIC-ISS
                   END-EXEC
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS AND +100
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER07'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-FETCH            TO      TRUE
               MOVE 'TREGRA_IMPTO_TARIF' TO     FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ALIMENTAR-GOTFW56C         SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-ALIMENTAR-GOTFW56C'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NREGRA-IMPTO            OF      GOTFB0D4
             TO GOTFW56C-NREGRA-IMPTO-L(WRK-IDX).
           MOVE CTIPO-IMPTO             OF      GOTFB0D4
             TO GOTFW56C-CTIPO-IMPTO-L(WRK-IDX).
           MOVE PERC-ALIQ-IMPTO         OF      GOTFB0D4
             TO GOTFW56C-PERC-ALIQ-L(WRK-IDX).
           MOVE CSIST-ORIGE-TARIF       OF      GOTFB0D4
             TO GOTFW56C-CSIST-ORIGE-L(WRK-IDX).
           MOVE CJUSTF-EVNTO-TARIF      OF      GOTFB0D4
             TO GOTFW56C-CJUSTF-EVNTO-L(WRK-IDX).
           MOVE CCONTA-DESP-IMPTO       OF      GOTFB0D4
             TO GOTFW56C-CCONTA-DESP-L(WRK-IDX).
           MOVE CCONTA-RECOL-IMPTO      OF      GOTFB0D4
             TO GOTFW56C-CCONTA-RECOL-L(WRK-IDX).
           MOVE DINI-VIGEN-IMPTO        OF      GOTFB0D4
             TO GOTFW56C-DINI-VIGEN-L(WRK-IDX).
           MOVE DFIM-VIGEN-IMPTO        OF      GOTFB0D4
             TO GOTFW56C-DFIM-VIGEN-L(WRK-IDX).
           MOVE CMUNIC-ISS              OF      GOTFB0D4
             TO GOTFW56C-CMUNIC-ISS-L(WRK-IDX).

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-ENCERRAR-CURSOR            SECTION.
      *----------------------------------------------------------------*

           MOVE '2400-ENCERRAR-CURSOR'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW56C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        CLOSE CSR01-GOTFB0D4
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        CLOSE CSR02-GOTFB0D4
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        CLOSE CSR03-GOTFB0D4
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER08'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-CLOSE            TO      TRUE
               MOVE 'TREGRA_IMPTO_TARIF' TO     FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDACAO DE DOMINIO DOS DADOS DA REGRA (INCLUSAO/ALTERACAO): *
      * IMPOSTO ISS OU IOF, ALIQUOTA MAIOR QUE ZERO E MENOR QUE 100%, *
      * CONTAS DO PAR CONTABIL INFORMADAS, VIGENCIA AAAA-MM-DD COM    *
      * INICIO ATE O FIM E MUNICIPIO SO PARA O ISS. A ORIGEM, SE      *
      * INFORMADA, TEM DE EXISTIR NO CADASTRO DE ORIGENS              *
      *----------------------------------------------------------------*
       3500-VALIDAR-DADOS-IMPTO        SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-VALIDAR-DADOS-IMPTO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'S'                     TO      WRK-DATAS-VALIDAS.

           MOVE GOTFW56C-DINI-VIGEN-IN  TO      WRK-DATA-AUX.
           PERFORM 3550-CRITICAR-DATA.

           MOVE GOTFW56C-DFIM-VIGEN-IN  TO      WRK-DATA-AUX.
           PERFORM 3550-CRITICAR-DATA.

           IF  (GOTFW56C-CTIPO-IMPTO-IN NOT EQUAL 'ISS'
           AND  GOTFW56C-CTIPO-IMPTO-IN NOT EQUAL 'IOF')
               OR GOTFW56C-PERC-ALIQ-IN NOT NUMERIC
               OR GOTFW56C-PERC-ALIQ-IN EQUAL   ZEROS
               OR GOTFW56C-PERC-ALIQ-IN NOT LESS WRK-PERC-ALIQ-MAX
               OR GOTFW56C-CCONTA-DESP-IN EQUAL SPACES
               OR GOTFW56C-CCONTA-RECOL-IN EQUAL SPACES
               OR WRK-DATAS-VALIDAS     NOT EQUAL 'S'
               OR GOTFW56C-DINI-VIGEN-IN GREATER GOTFW56C-DFIM-VIGEN-IN
               OR (GOTFW56C-CTIPO-IMPTO-IN NOT EQUAL 'ISS'
               AND GOTFW56C-CMUNIC-ISS-IN NOT EQUAL SPACES)
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'DADOS DA REGRA DE IMPOSTO INVALIDOS'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER09'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE GOTFW56C-NREGRA-IMPTO   TO      NREGRA-IMPTO
                                                OF GOTFB0D4.
           MOVE GOTFW56C-CTIPO-IMPTO-IN TO      CTIPO-IMPTO
                                                OF GOTFB0D4.
           MOVE GOTFW56C-CSIST-ORIGE-IN TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0D4.
           MOVE GOTFW56C-CJUSTF-EVNTO-IN
                                        TO      CJUSTF-EVNTO-TARIF
                                                OF GOTFB0D4.
           MOVE GOTFW56C-DINI-VIGEN-IN  TO      DINI-VIGEN-IMPTO
                                                OF GOTFB0D4.
           MOVE GOTFW56C-DFIM-VIGEN-IN  TO      DFIM-VIGEN-IMPTO
                                                OF GOTFB0D4.

           PERFORM 3560-VALIDAR-ORIGEM.

           PERFORM 3600-VALIDAR-SOBREPOSICAO.

           MOVE GOTFW56C-CTIPO-IMPTO-IN TO      WRK-IMPTO-CTIPO-IMPTO.
           MOVE GOTFW56C-PERC-ALIQ-IN   TO      WRK-IMPTO-PERC-ALIQ.
           MOVE GOTFW56C-CJUSTF-EVNTO-IN
                                        TO      WRK-IMPTO-CJUSTF-EVNTO.
           MOVE GOTFW56C-CCONTA-DESP-IN TO      WRK-IMPTO-CCONTA-DESP.
           MOVE GOTFW56C-CCONTA-RECOL-IN
                                        TO      WRK-IMPTO-CCONTA-RECOL.
           MOVE GOTFW56C-CMUNIC-ISS-IN  TO      WRK-IMPTO-CMUNIC-ISS.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CRITICA DE FORMA DE UMA DATA DE VIGENCIA AAAA-MM-DD           *
      *----------------------------------------------------------------*
       3550-CRITICAR-DATA              SECTION.
      *----------------------------------------------------------------*

           MOVE '3550-CRITICAR-DATA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  WRK-DATA-AUX-ANO         NOT NUMERIC
               OR WRK-DATA-AUX-MES      NOT NUMERIC
               OR WRK-DATA-AUX-DIA      NOT NUMERIC
               OR WRK-DATA-AUX-SEP1     NOT EQUAL '-'
               OR WRK-DATA-AUX-SEP2     NOT EQUAL '-'
               MOVE 'N'                 TO      WRK-DATAS-VALIDAS
               GO TO 3550-99-FIM
           END-IF.

           IF  WRK-DATA-AUX-MES         LESS    01
               OR WRK-DATA-AUX-MES      GREATER 12
               OR WRK-DATA-AUX-DIA      LESS    01
               OR WRK-DATA-AUX-DIA      GREATER 31
               MOVE 'N'                 TO      WRK-DATAS-VALIDAS
           END-IF.

      *----------------------------------------------------------------*
       3550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ORIGEM EM BRANCO = REGRA PARA TODAS AS ORIGENS; INFORMADA,    *
      * TEM DE ESTAR CADASTRADA EM TORIGE_SIST_TARIF                  *
      *----------------------------------------------------------------*
       3560-VALIDAR-ORIGEM             SECTION.
      *----------------------------------------------------------------*

           MOVE '3560-VALIDAR-ORIGEM'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  CSIST-ORIGE-TARIF OF GOTFB0D4 EQUAL SPACES
               GO TO 3560-99-FIM
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-ACHADOS
                  FROM DB2PRD.TORIGE_SIST_TARIF
                 WHERE CSIST_ORIGE_TARIF =
                                          :GOTFB0D4.CSIST-ORIGE-TARIF
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER10'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TORIGE_SIST_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  WRK-QTD-ACHADOS          EQUAL   ZEROS
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'ORIGEM DA REGRA NAO CADASTRADA'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER11'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       3560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A VIGENCIA NAO PODE SE SOBREPOR A DE OUTRA REGRA DO MESMO     *
      * IMPOSTO, ORIGEM E CLASSE DO EVENTO: O GOTF2CTB E O GOTF2IMP   *
      * APLICAM UMA SO REGRA POR ESCOPO NA DATA DO MOVIMENTO. NA      *
      * ALTERACAO A PROPRIA REGRA FICA FORA DA CONTAGEM               *
      *----------------------------------------------------------------*
       3600-VALIDAR-SOBREPOSICAO       SECTION.
      *----------------------------------------------------------------*

           MOVE '3600-VALIDAR-SOBREPOSICAO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-ACHADOS
                  FROM DB2PRD.TREGRA_IMPTO_TARIF
                 WHERE CTIPO_IMPTO        = :GOTFB0D4.CTIPO-IMPTO
                   AND CSIST_ORIGE_TARIF  =
                                          :GOTFB0D4.CSIST-ORIGE-TARIF
                   AND CJUSTF_EVNTO_TARIF =
                                          :GOTFB0D4.CJUSTF-EVNTO-TARIF
                   AND NREGRA_IMPTO      <> :GOTFB0D4.NREGRA-IMPTO
                   AND DINI_VIGEN_IMPTO  <= :GOTFB0D4.DFIM-VIGEN-IMPTO
                   AND DFIM_VIGEN_IMPTO  >= :GOTFB0D4.DINI-VIGEN-IMPTO
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER12'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TREGRA_IMPTO_TARIF' TO     FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  WRK-QTD-ACHADOS          GREATER ZEROS
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'VIGENCIA SOBREPOE OUTRA REGRA DE IMPOSTO'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER13'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A ALTERACAO EXIGE QUE A REGRA EXISTA; A INCLUSAO NAO TEM      *
      * CHAVE (O NUMERO E ATRIBUIDO NA APROVACAO PELO GOTF48JS)       *
      *----------------------------------------------------------------*
       3700-CONTAR-REGRA-IMPTO         SECTION.
      *----------------------------------------------------------------*

           MOVE '3700-CONTAR-REGRA-IMPTO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-ACHADOS
                  FROM DB2PRD.TREGRA_IMPTO_TARIF
                 WHERE NREGRA_IMPTO = :GOTFB0D4.NREGRA-IMPTO
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER14'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TREGRA_IMPTO_TARIF' TO     FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  WRK-QTD-ACHADOS          EQUAL   ZEROS
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'REGRA DE IMPOSTO NAO CADASTRADA'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 08                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER15'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF0001'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9000-FINALIZAR
           END-IF.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-INCLUIR-REGRA-IMPTO        SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-INCLUIR-REGRA-IMPTO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'C'                     TO      WRK-PEND-TIPO-OPER.
           MOVE ZEROS                   TO      GOTFW56C-NREGRA-IMPTO.

           PERFORM 3500-VALIDAR-DADOS-IMPTO.

           PERFORM 4100-GRAVAR-PENDENCIA.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA A MANUTENCAO PRETENDIDA COMO PENDENCIA DE DUPLA         *
      * CUSTODIA EM TPEND_MANUT_TARIF, COM O SOLICITANTE E O MOMENTO: *
      * REGRA ALVO EM NCHAVE_ALVO, ORIGEM E VIGENCIA NAS COLUNAS      *
      * PROPRIAS E OS DEMAIS DADOS EM DS_DADOS_MANUT                  *
      * (WRK-DADOS-IMPTO). A EFETIVACAO E DO APROVADOR (GOTF48JS).    *
      * RETORNO 02 SINALIZA AO FRONT-END QUE NADA FOI APLICADO AINDA  *
      *----------------------------------------------------------------*
       4100-GRAVAR-PENDENCIA           SECTION.
      *----------------------------------------------------------------*

           MOVE '4100-GRAVAR-PENDENCIA' TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COALESCE(MAX(NPEND_MANUT), 0) + 1
                  INTO :GOTFB0D7.NPEND-MANUT
                  FROM DB2PRD.TPEND_MANUT_TARIF
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER16'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TPEND_MANUT_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'IMPTO'                 TO      CTABELA-MANUT
                                                OF GOTFB0D7.
           MOVE WRK-PEND-TIPO-OPER      TO      CTIPO-OPER OF GOTFB0D7.
           MOVE NREGRA-IMPTO          OF GOTFB0D4
             TO NCHAVE-ALVO           OF GOTFB0D7.
           MOVE ZEROS                   TO      NCONTA-CLIEN
                                                OF GOTFB0D7
                                                VVALOR-REGRA-TARIF
                                                OF GOTFB0D7.
           MOVE CSIST-ORIGE-TARIF     OF GOTFB0D4
             TO CSIST-ORIGE-TARIF     OF GOTFB0D7.
           MOVE SPACES                  TO      CSIT-OPER-REALZ
                                                OF GOTFB0D7.
           MOVE DINI-VIGEN-IMPTO      OF GOTFB0D4
             TO DINI-VIGEN            OF GOTFB0D7.
           MOVE DFIM-VIGEN-IMPTO      OF GOTFB0D4
             TO DFIM-VIGEN            OF GOTFB0D7.
           MOVE WRK-DADOS-IMPTO         TO      DS-DADOS-MANUT
                                                OF GOTFB0D7.
           MOVE FRWKWAAA-CAUTEN-SEGRC OF WRK-AREA-FRWKWAAA
                                        TO      CUSUAR-SOLICIT
                                                OF GOTFB0D7.

           EXEC SQL
                INSERT INTO DB2PRD.TPEND_MANUT_TARIF
                       ( NPEND_MANUT
                       , CTABELA_MANUT
                       , CTIPO_OPER
                       , NCHAVE_ALVO
                       , NCONTA_CLIEN
                       , CSIST_ORIGE_TARIF
                       , CSIT_OPER_REALZ
                       , VVALOR_REGRA_TARIF
                       , DINI_VIGEN
                       , DFIM_VIGEN
                       , CUSUAR_SOLICIT
                       , DT_SOLICITACAO
                       , HR_SOLICITACAO
                       , IN_SITUACAO
                       , DS_DADOS_MANUT )
                VALUES ( :GOTFB0D7.NPEND-MANUT
                       , :GOTFB0D7.CTABELA-MANUT
                       , :GOTFB0D7.CTIPO-OPER
                       , :GOTFB0D7.NCHAVE-ALVO
                       , :GOTFB0D7.NCONTA-CLIEN
                       , :GOTFB0D7.CSIST-ORIGE-TARIF
                       , :GOTFB0D7.CSIT-OPER-REALZ
                       , :GOTFB0D7.VVALOR-REGRA-TARIF
                       , :GOTFB0D7.DINI-VIGEN
                       , :GOTFB0D7.DFIM-VIGEN
                       , :GOTFB0D7.CUSUAR-SOLICIT
                       , CHAR(CURRENT DATE, ISO)
                       , CHAR(CURRENT TIME, ISO)
                       , 'P'
                       , :GOTFB0D7.DS-DADOS-MANUT )
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER17'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TPEND_MANUT_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           ELSE
               MOVE NPEND-MANUT         OF      GOTFB0D7
                 TO GOTFW56C-NPEND-MANUT
               MOVE 02                  TO      GOTFW000-COD-RETORNO
               MOVE 'GOTF0002'          TO      GOTFW000-COD-MENSAGEM
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-ALTERAR-REGRA-IMPTO        SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-ALTERAR-REGRA-IMPTO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'M'                     TO      WRK-PEND-TIPO-OPER.

           MOVE GOTFW56C-NREGRA-IMPTO   TO      NREGRA-IMPTO
                                                OF GOTFB0D4.

           PERFORM 3700-CONTAR-REGRA-IMPTO.

           PERFORM 3500-VALIDAR-DADOS-IMPTO.

           PERFORM 4100-GRAVAR-PENDENCIA.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '9000-FINALIZAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 9999-RETORNAR-CICS.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-TRATAR-ERRO-CICS           SECTION.
      *----------------------------------------------------------------*

           SET  ERRO-CICS               TO      TRUE.

           MOVE FRWKGCIC-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE WRK-AREA-ERRO-CICS      TO      WRK-BLOCO-INFO-ERRO
                                                (1:FRWKGHEA-TAM-DADOS).

           PERFORM 9900-TRATAR-ERRO.

      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
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
       9300-TRATAR-ERRO-LIVRE          SECTION.
      *----------------------------------------------------------------*

           SET  ERRO-LIVRE              TO      TRUE.

           MOVE FRWKGLIV-TAM-LAYOUT     TO      FRWKGHEA-TAM-DADOS.
           MOVE WRK-AREA-ERRO-LIVRE     TO      WRK-BLOCO-INFO-ERRO
                                                (1:FRWKGHEA-TAM-DADOS).

           PERFORM 9900-TRATAR-ERRO.

      *----------------------------------------------------------------*
       9300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9900-TRATAR-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE 'GOTF56JS'              TO      FRWKGHEA-NOME-PROGRAMA.

           PERFORM 9990-GRAVAR-LOG-ERRO.

           PERFORM 9999-RETORNAR-CICS.

      *----------------------------------------------------------------*
       9900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9990-GRAVAR-LOG-ERRO            SECTION.
      *----------------------------------------------------------------*

           CALL WRK-FRWK1999            USING   WRK-AREA-ERRO.

      *----------------------------------------------------------------*
       9990-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9999-RETORNAR-CICS              SECTION.
      *----------------------------------------------------------------*

           EXEC CICS RETURN
           END-EXEC.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

       END PROGRAM GOTF56JS.
