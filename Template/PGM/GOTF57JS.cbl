      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF57JS.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF57JS                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  MAIO/2028                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO PERSISTENCIA DE MANUTENCAO DAS TAXAS *
      *                   DIARIAS DE CORRECAO MONETARIA DOS ESTORNOS   *
      *                   TARDIOS (TTAXA_CORRC_TARIF, LIDA PELO        *
      *                   GOTF2EST), NO MOLDE DO GOTF53JS: CONSULTA    *
      *                   PAGINADA POR INICIO DE VIGENCIA E INCLUSAO/  *
      *                   ALTERACAO COM VALIDACAO DE DOMINIO E DE      *
      *                   SOBREPOSICAO DE VIGENCIA (O GOTF2EST LE UMA  *
      *                   SO TAXA POR DATA). AS MANUTENCOES ENTRAM NA  *
      *                   FILA DE DUPLA CUSTODIA (TPEND_MANUT_TARIF,   *
      *                   TABELA 'TAXA', DADOS DA TAXA EM              *
      *                   DS_DADOS_MANUT) E SO A APROVACAO PELO        *
      *                   GOTF48JS AS EFETIVA, COM A IMAGEM ANTERIOR   *
      *                   EM TTAXA_CORRC_TARIF_HIST.                   *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    GOTFW000 - BOOK CONTROLE - COMUNICACAO ENTRE MODULOS        *
      *    GOTFW57C - BOOK COMUNICACAO DESTE MODULO                    *
      *    FRWKWAAA - BLOCO DE INFORMACOES DA SESSAO                   *
      *    I#FRWKGE - COMMAREA FRWK1999 - LOG DE ERRO                  *
      *    I#FRWKCI - AREA PARA FORMATACAO DE ERRO DE CICS             *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TTAXA_CORRC_TARIF        GOTFB0D6       *
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

       77  WRK-PROGRAM                 PIC  X(08)  VALUE  'GOTF57JS'.
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

       01  WRK-PERC-TAXA-MAX           PIC S9(03)V9(06) COMP-3
                                                   VALUE 100,000000.

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
      * LAYOUT DE DS_DADOS_MANUT PARA A TABELA 'TAXA' (O MESMO DO     *
      * GOTF48JS, QUE O DESMONTA NA APROVACAO). A NOVA VIGENCIA VIAJA *
      * NAS COLUNAS PROPRIAS DA PENDENCIA; DINI-ORIG E O INICIO DE    *
      * VIGENCIA DA TAXA ALTERADA (BRANCOS NA INCLUSAO), POIS A       *
      * TABELA NAO TEM OUTRA CHAVE                                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-PEND-TIPO-OPER          PIC  X(01)  VALUE SPACE.

       01  WRK-DADOS-TAXA.
         05  WRK-TAXA-PERC-TAXA        PIC  9(03)V9(06).
         05  WRK-TAXA-DINI-ORIG        PIC  X(10).
         05  FILLER                    PIC  X(41).

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
               INCLUDE GOTFB0D6
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D7
           END-EXEC.

           EXEC SQL
                DECLARE CSR01-GOTFB0D6 CURSOR FOR
                SELECT PERC_TAXA_DIA
                     , DINI_VIGEN_TAXA
                     , DFIM_VIGEN_TAXA
                  FROM DB2PRD.TTAXA_CORRC_TARIF
                 WHERE DINI_VIGEN_TAXA >=
                       :GOTFB0D6.DINI-VIGEN-TAXA
                 ORDER BY DINI_VIGEN_TAXA
           END-EXEC.

           EXEC SQL
                DECLARE CSR02-GOTFB0D6 CURSOR FOR
                SELECT PERC_TAXA_DIA
                     , DINI_VIGEN_TAXA
                     , DFIM_VIGEN_TAXA
                  FROM DB2PRD.TTAXA_CORRC_TARIF
                 WHERE DINI_VIGEN_TAXA >
                       :GOTFB0D6.DINI-VIGEN-TAXA
                 ORDER BY DINI_VIGEN_TAXA
           END-EXEC.

           EXEC SQL
                DECLARE CSR03-GOTFB0D6 CURSOR FOR
                SELECT PERC_TAXA_DIA
                     , DINI_VIGEN_TAXA
                     , DFIM_VIGEN_TAXA
                  FROM DB2PRD.TTAXA_CORRC_TARIF
                 WHERE DINI_VIGEN_TAXA <
                       :GOTFB0D6.DINI-VIGEN-TAXA
                 ORDER BY DINI_VIGEN_TAXA DESC
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       01  DFHCOMMAREA.
           02  LNK-GOTF57JS.
           COPY GOTFW000.
               03  LNK-AREA-FRWKWAAA.
           COPY FRWKWAAA.
           COPY GOTFW57C.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           EVALUATE GOTFW57C-SOLIC-MAIS-DADOS
               WHEN 'C'
                   PERFORM 4000-INCLUIR-TAXA
               WHEN 'M'
                   PERFORM 5000-ALTERAR-TAXA
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
                       GOTFB0D6.

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

           MOVE GOTFW57C-NREG-QTDE      TO      WRK-NREG-QTDE.

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

           MOVE GOTFW57C-DINI-VIGEN     TO      DINI-VIGEN-TAXA
                                                OF GOTFB0D6.

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
                PERFORM 2300-ALIMENTAR-GOTFW57C
                PERFORM 2200-LER-CURSOR
           END-PERFORM.

           IF  SQLCODE                  EQUAL   ZEROS
               MOVE 01                  TO      GOTFW000-COD-RETORNO
           END-IF.

           COMPUTE WRK-NREG-QTDE = WRK-IDX - 1.

           MOVE WRK-NREG-QTDE           TO      GOTFW57C-NREG-QTDE.

           PERFORM 2400-ENCERRAR-CURSOR.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ABRIR-CURSOR               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-ABRIR-CURSOR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW57C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        OPEN CSR01-GOTFB0D6
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        OPEN CSR02-GOTFB0D6
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        OPEN CSR03-GOTFB0D6
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
               MOVE 'TTAXA_CORRC_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW57C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        FETCH CSR01-GOTFB0D6 INTO
                           :GOTFB0D6.PERC-TAXA-DIA
                         , :GOTFB0D6.DINI-VIGEN-TAXA
                         , :GOTFB0D6.DFIM-VIGEN-TAXA
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        FETCH CSR02-GOTFB0D6 INTO
                           :GOTFB0D6.PERC-TAXA-DIA
                         , :GOTFB0D6.DINI-VIGEN-TAXA
                         , :GOTFB0D6.DFIM-VIGEN-TAXA
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        FETCH CSR03-GOTFB0D6 INTO
                           :GOTFB0D6.PERC-TAXA-DIA
                         , :GOTFB0D6.DINI-VIGEN-TAXA
                         , :GOTFB0D6.DFIM-VIGEN-TAXA
                   END-EXEC
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS AND +100
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER07'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-FETCH            TO      TRUE
               MOVE 'TTAXA_CORRC_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ALIMENTAR-GOTFW57C         SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-ALIMENTAR-GOTFW57C'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE PERC-TAXA-DIA           OF      GOTFB0D6
             TO GOTFW57C-PERC-TAXA-L(WRK-IDX).
           MOVE DINI-VIGEN-TAXA         OF      GOTFB0D6
             TO GOTFW57C-DINI-VIGEN-L(WRK-IDX).
           MOVE DFIM-VIGEN-TAXA         OF      GOTFB0D6
             TO GOTFW57C-DFIM-VIGEN-L(WRK-IDX).

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-ENCERRAR-CURSOR            SECTION.
      *----------------------------------------------------------------*

           MOVE '2400-ENCERRAR-CURSOR'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW57C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        CLOSE CSR01-GOTFB0D6
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        CLOSE CSR02-GOTFB0D6
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        CLOSE CSR03-GOTFB0D6
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER08'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-CLOSE            TO      TRUE
               MOVE 'TTAXA_CORRC_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDACAO DE DOMINIO DOS DADOS DA TAXA (INCLUSAO/ALTERACAO):  *
      * TAXA DIARIA MAIOR QUE ZERO E MENOR QUE 100% E VIGENCIA        *
      * AAAA-MM-DD COM INICIO ATE O FIM                               *
      *----------------------------------------------------------------*
       3500-VALIDAR-DADOS-TAXA         SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-VALIDAR-DADOS-TAXA'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'S'                     TO      WRK-DATAS-VALIDAS.

           MOVE GOTFW57C-DINI-VIGEN-IN  TO      WRK-DATA-AUX.
           PERFORM 3550-CRITICAR-DATA.

           MOVE GOTFW57C-DFIM-VIGEN-IN  TO      WRK-DATA-AUX.
           PERFORM 3550-CRITICAR-DATA.

           IF  GOTFW57C-PERC-TAXA-IN    NOT NUMERIC
               OR GOTFW57C-PERC-TAXA-IN EQUAL   ZEROS
               OR GOTFW57C-PERC-TAXA-IN NOT LESS WRK-PERC-TAXA-MAX
               OR WRK-DATAS-VALIDAS     NOT EQUAL 'S'
               OR GOTFW57C-DINI-VIGEN-IN GREATER GOTFW57C-DFIM-VIGEN-IN
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'DADOS DA TAXA DE CORRECAO INVALIDOS'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER09'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE GOTFW57C-PERC-TAXA-IN   TO      PERC-TAXA-DIA
                                                OF GOTFB0D6
                                                WRK-TAXA-PERC-TAXA.
           MOVE GOTFW57C-DINI-VIGEN-IN  TO      DINI-VIGEN-TAXA
                                                OF GOTFB0D6.
           MOVE GOTFW57C-DFIM-VIGEN-IN  TO      DFIM-VIGEN-TAXA
                                                OF GOTFB0D6.

           PERFORM 3600-VALIDAR-SOBREPOSICAO.

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
      * A VIGENCIA NAO PODE SE SOBREPOR A DE OUTRA TAXA: O GOTF2EST   *
      * LE A TAXA DA DATA COM SELECT SINGULAR (BETWEEN). NA ALTERACAO *
      * A PROPRIA TAXA (DINI-ORIG) FICA FORA DA CONTAGEM              *
      *----------------------------------------------------------------*
       3600-VALIDAR-SOBREPOSICAO       SECTION.
      *----------------------------------------------------------------*

           MOVE '3600-VALIDAR-SOBREPOSICAO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-ACHADOS
                  FROM DB2PRD.TTAXA_CORRC_TARIF
                 WHERE DINI_VIGEN_TAXA   <> :WRK-TAXA-DINI-ORIG
                   AND DINI_VIGEN_TAXA   <= :GOTFB0D6.DFIM-VIGEN-TAXA
                   AND DFIM_VIGEN_TAXA   >= :GOTFB0D6.DINI-VIGEN-TAXA
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER10'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TTAXA_CORRC_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  WRK-QTD-ACHADOS          GREATER ZEROS
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'VIGENCIA SOBREPOE OUTRA TAXA DE CORRECAO'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER11'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A ALTERACAO EXIGE QUE A TAXA DE INICIO DINI-ORIG EXISTA       *
      *----------------------------------------------------------------*
       3700-CONTAR-TAXA                SECTION.
      *----------------------------------------------------------------*

           MOVE '3700-CONTAR-TAXA'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-ACHADOS
                  FROM DB2PRD.TTAXA_CORRC_TARIF
                 WHERE DINI_VIGEN_TAXA   = :WRK-TAXA-DINI-ORIG
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER12'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TTAXA_CORRC_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  WRK-QTD-ACHADOS          EQUAL   ZEROS
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'TAXA DE CORRECAO NAO CADASTRADA'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 08                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER13'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF0001'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9000-FINALIZAR
           END-IF.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-INCLUIR-TAXA               SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-INCLUIR-TAXA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'C'                     TO      WRK-PEND-TIPO-OPER.
           MOVE SPACES                  TO      WRK-TAXA-DINI-ORIG.

           PERFORM 3500-VALIDAR-DADOS-TAXA.

           PERFORM 4100-GRAVAR-PENDENCIA.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA A MANUTENCAO PRETENDIDA COMO PENDENCIA DE DUPLA         *
      * CUSTODIA EM TPEND_MANUT_TARIF, COM O SOLICITANTE E O MOMENTO: *
      * NOVA VIGENCIA NAS COLUNAS PROPRIAS E TAXA E CHAVE ORIGINAL EM *
      * DS_DADOS_MANUT (WRK-DADOS-TAXA). A EFETIVACAO E DO APROVADOR  *
      * (GOTF48JS). RETORNO 02 SINALIZA AO FRONT-END QUE NADA FOI     *
      * APLICADO AINDA                                                *
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
               MOVE 'ER14'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TPEND_MANUT_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE 'TAXA'                  TO      CTABELA-MANUT
                                                OF GOTFB0D7.
           MOVE WRK-PEND-TIPO-OPER      TO      CTIPO-OPER OF GOTFB0D7.
           MOVE ZEROS                   TO      NCHAVE-ALVO
                                                OF GOTFB0D7
                                                NCONTA-CLIEN
                                                OF GOTFB0D7
                                                VVALOR-REGRA-TARIF
                                                OF GOTFB0D7.
           MOVE SPACES                  TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0D7
                                                CSIT-OPER-REALZ
                                                OF GOTFB0D7.
           MOVE DINI-VIGEN-TAXA       OF GOTFB0D6
             TO DINI-VIGEN            OF GOTFB0D7.
           MOVE DFIM-VIGEN-TAXA       OF GOTFB0D6
             TO DFIM-VIGEN            OF GOTFB0D7.
           MOVE WRK-DADOS-TAXA          TO      DS-DADOS-MANUT
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
               MOVE 'ER15'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TPEND_MANUT_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           ELSE
               MOVE NPEND-MANUT         OF      GOTFB0D7
                 TO GOTFW57C-NPEND-MANUT
               MOVE 02                  TO      GOTFW000-COD-RETORNO
               MOVE 'GOTF0002'          TO      GOTFW000-COD-MENSAGEM
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-ALTERAR-TAXA               SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-ALTERAR-TAXA'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'M'                     TO      WRK-PEND-TIPO-OPER.
           MOVE GOTFW57C-DINI-VIGEN     TO      WRK-TAXA-DINI-ORIG.

           PERFORM 3700-CONTAR-TAXA.

           PERFORM 3500-VALIDAR-DADOS-TAXA.

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

           MOVE 'GOTF57JS'              TO      FRWKGHEA-NOME-PROGRAMA.

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

       END PROGRAM GOTF57JS.
