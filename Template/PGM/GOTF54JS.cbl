      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF54JS.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF54JS                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  ABRIL/2028                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO PERSISTENCIA DE CONSULTA DO CADASTRO  *
      *                   DE AUTORIZACAO DE DEBITO AUTOMATICO          *
      *                   (TAUTZ_DEBTO_CLIEN), NO MOLDE DO GOTF49JS:   *
      *                   CONSULTA PAGINADA POR CONTA, SOMENTE         *
      *                   LEITURA, COM FILTRO DE SITUACAO ('V' SO      *
      *                   AUTORIZACOES VIGENTES - PADRAO - OU 'T'      *
      *                   TODAS) E O INDICADOR DE VIGENCIA NA DATA     *
      *                   CORRENTE, NO MESMO CRITERIO DO GOTF2REM. O   *
      *                   CADASTRO E CARREGADO PELO GOTF2CAD.          *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    GOTFW000 - BOOK CONTROLE - COMUNICACAO ENTRE MODULOS        *
      *    GOTFW54C - BOOK COMUNICACAO DESTE MODULO                    *
      *    FRWKWAAA - BLOCO DE INFORMACOES DA SESSAO                   *
      *    I#FRWKGE - COMMAREA FRWK1999 - LOG DE ERRO                  *
      *    I#FRWKCI - AREA PARA FORMATACAO DE ERRO DE CICS             *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TAUTZ_DEBTO_CLIEN        GOTFB0H3       *
      *                DB2PRD.TLOG_ACESSO_CLIEN        FRWKB989       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    FRWK1999 - GRAVAR LOG DE ERRO P/ ONLINE                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    ABR/2028 - HOMI - CRIACAO DO PROGRAMA.                      *
      *    NOV/2028 - HOMI - LGPD: CADA PAGINA CONSULTADA GRAVA UMA    *
      *               LINHA NA TRILHA DE LEITURA TLOG_ACESSO_CLIEN     *
      *               (USUARIO, DEPENDENCIA, TERMINAL, TRANSACAO E A   *
      *               CONTA DE PARTIDA), COM UM UNICO INSERT, PARA O   *
      *               FRWK54JS RESPONDER QUEM CONSULTOU OS DADOS DE    *
      *               UM CLIENTE.                                      *
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

       77  WRK-PROGRAM                 PIC  X(08)  VALUE  'GOTF54JS'.
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

       01  WRK-FILTRO-SITUACAO         PIC  X(01)  VALUE 'V'.
       01  WRK-IN-VIGENTE              PIC  X(01)  VALUE SPACES.

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
       01  WRK-AREA-ERRO-CICS.
           COPY 'I#FRWKCI'.

       01  WRK-AREA-ERRO-LIVRE.
           COPY 'I#FRWKLI'.

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
               INCLUDE GOTFB0H3
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB989
           END-EXEC.

           EXEC SQL
                DECLARE CSR01-GOTFB0H3 CURSOR FOR
                SELECT NCONTA_CLIEN
                     , DT_AUTZ_DEBTO
                     , DT_REVOG_DEBTO
                     , CORIGEM_AUTZ
                     , CUSUAR_ULT_ALTER
                     , DT_ULT_ALTER
                     , CASE WHEN DT_AUTZ_DEBTO <=
                                 CHAR(CURRENT DATE, ISO)
                             AND (DT_REVOG_DEBTO = '0001-01-01'
                              OR  DT_REVOG_DEBTO >
                                  CHAR(CURRENT DATE, ISO))
                            THEN 'S' ELSE 'N' END
                  FROM DB2PRD.TAUTZ_DEBTO_CLIEN
                 WHERE NCONTA_CLIEN >=
                       :GOTFB0H3.NCONTA-CLIEN
                   AND (:WRK-FILTRO-SITUACAO = 'T'
                        OR (DT_AUTZ_DEBTO <= CHAR(CURRENT DATE, ISO)
                        AND (DT_REVOG_DEBTO = '0001-01-01'
                         OR  DT_REVOG_DEBTO >
                             CHAR(CURRENT DATE, ISO))))
                 ORDER BY NCONTA_CLIEN
           END-EXEC.

           EXEC SQL
                DECLARE CSR02-GOTFB0H3 CURSOR FOR
                SELECT NCONTA_CLIEN
                     , DT_AUTZ_DEBTO
                     , DT_REVOG_DEBTO
                     , CORIGEM_AUTZ
                     , CUSUAR_ULT_ALTER
                     , DT_ULT_ALTER
                     , CASE WHEN DT_AUTZ_DEBTO <=
                                 CHAR(CURRENT DATE, ISO)
                             AND (DT_REVOG_DEBTO = '0001-01-01'
                              OR  DT_REVOG_DEBTO >
                                  CHAR(CURRENT DATE, ISO))
                            THEN 'S' ELSE 'N' END
                  FROM DB2PRD.TAUTZ_DEBTO_CLIEN
                 WHERE NCONTA_CLIEN >
                       :GOTFB0H3.NCONTA-CLIEN
                   AND (:WRK-FILTRO-SITUACAO = 'T'
                        OR (DT_AUTZ_DEBTO <= CHAR(CURRENT DATE, ISO)
                        AND (DT_REVOG_DEBTO = '0001-01-01'
                         OR  DT_REVOG_DEBTO >
                             CHAR(CURRENT DATE, ISO))))
                 ORDER BY NCONTA_CLIEN
           END-EXEC.

           EXEC SQL
                DECLARE CSR03-GOTFB0H3 CURSOR FOR
                SELECT NCONTA_CLIEN
                     , DT_AUTZ_DEBTO
                     , DT_REVOG_DEBTO
                     , CORIGEM_AUTZ
                     , CUSUAR_ULT_ALTER
                     , DT_ULT_ALTER
                     , CASE WHEN DT_AUTZ_DEBTO <=
                                 CHAR(CURRENT DATE, ISO)
                             AND (DT_REVOG_DEBTO = '0001-01-01'
                              OR  DT_REVOG_DEBTO >
                                  CHAR(CURRENT DATE, ISO))
                            THEN 'S' ELSE 'N' END
                  FROM DB2PRD.TAUTZ_DEBTO_CLIEN
                 WHERE NCONTA_CLIEN <
                       :GOTFB0H3.NCONTA-CLIEN
                   AND (:WRK-FILTRO-SITUACAO = 'T'
                        OR (DT_AUTZ_DEBTO <= CHAR(CURRENT DATE, ISO)
                        AND (DT_REVOG_DEBTO = '0001-01-01'
                         OR  DT_REVOG_DEBTO >
                             CHAR(CURRENT DATE, ISO))))
                 ORDER BY NCONTA_CLIEN DESC
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       01  DFHCOMMAREA.
           02  LNK-GOTF54JS.
           COPY GOTFW000.
               03  LNK-AREA-FRWKWAAA.
           COPY FRWKWAAA.
           COPY GOTFW54C.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           PERFORM 2000-PROCESSAR.

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
                       GOTFB0H3.

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

           PERFORM 1300-REGISTRAR-ACESSO.

           MOVE GOTFW54C-NREG-QTDE      TO      WRK-NREG-QTDE.

           IF  GOTFW54C-IN-SITUACAO-FILTRO EQUAL 'T'
               MOVE 'T'                 TO      WRK-FILTRO-SITUACAO
           ELSE
               MOVE 'V'                 TO      WRK-FILTRO-SITUACAO
           END-IF.

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
      * TRILHA DE LEITURA (LGPD): UMA LINHA POR REQUISICAO EM          *
      * TLOG_ACESSO_CLIEN, COM UM UNICO INSERT E SEM LEITURA PREVIA.   *
      * A CHAVE E A CONTA A PARTIR DA QUAL AS AUTORIZACOES DE DEBITO   *
      * SAO LISTADAS                                                   *
      *----------------------------------------------------------------*
       1300-REGISTRAR-ACESSO           SECTION.
      *----------------------------------------------------------------*

           MOVE '1300-REGISTRAR-ACESSO' TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE EIBTASKN                TO      NTAREFA-CICS
                                                OF FRWKB989.
           MOVE FRWKWAAA-CAUTEN-SEGRC OF WRK-AREA-FRWKWAAA
                                        TO      CUSUAR-ACESSO
                                                OF FRWKB989.
           MOVE FRWKWAAA-DEPENDENCIA-OPER OF WRK-AREA-FRWKWAAA
                                        TO      CDEPEND-OPER
                                                OF FRWKB989.
           MOVE EIBTRMID                TO      CTERMINAL OF FRWKB989.
           MOVE EIBTRNID                TO      CTRANSACAO OF FRWKB989.
           MOVE 'GOTF54JS'              TO      CPROGRAMA OF FRWKB989.
           MOVE FRWKWAAA-CSESS-FRWK OF WRK-AREA-FRWKWAAA
                                        TO      CSESS-FRWK OF FRWKB989.

           SET ACESSO-CHAVE-CONTA       TO      TRUE.
           MOVE GOTFW54C-NCONTA-CLIEN   TO      CCHAVE-CLIEN
                                                OF FRWKB989.

           EXEC SQL
                INSERT INTO DB2PRD.TLOG_ACESSO_CLIEN
                     ( TS_ACESSO
                     , NTAREFA_CICS
                     , DT_ACESSO
                     , HR_ACESSO
                     , CUSUAR_ACESSO
                     , CDEPEND_OPER
                     , CTERMINAL
                     , CTRANSACAO
                     , CPROGRAMA
                     , CTIPO_CHAVE
                     , CCHAVE_CLIEN
                     , CSESS_FRWK )
                VALUES
                     ( CHAR(CURRENT TIMESTAMP)
                     , :FRWKB989.NTAREFA-CICS
                     , CHAR(CURRENT DATE, ISO)
                     , CHAR(CURRENT TIME, ISO)
                     , :FRWKB989.CUSUAR-ACESSO
                     , :FRWKB989.CDEPEND-OPER
                     , :FRWKB989.CTERMINAL
                     , :FRWKB989.CTRANSACAO
                     , :FRWKB989.CPROGRAMA
                     , :FRWKB989.CTIPO-CHAVE
                     , :FRWKB989.CCHAVE-CLIEN
                     , :FRWKB989.CSESS-FRWK )
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER09'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TLOG_ACESSO_CLIEN' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE GOTFW54C-NCONTA-CLIEN   TO      NCONTA-CLIEN
                                                OF GOTFB0H3.

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
                PERFORM 2300-ALIMENTAR-GOTFW54C
                PERFORM 2200-LER-CURSOR
           END-PERFORM.

           IF  SQLCODE                  EQUAL   ZEROS
               MOVE 01                  TO      GOTFW000-COD-RETORNO
           END-IF.

           COMPUTE WRK-NREG-QTDE = WRK-IDX - 1.

           MOVE WRK-NREG-QTDE           TO      GOTFW54C-NREG-QTDE.

           PERFORM 2400-ENCERRAR-CURSOR.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ABRIR-CURSOR               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-ABRIR-CURSOR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW54C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        OPEN CSR01-GOTFB0H3
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        OPEN CSR02-GOTFB0H3
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        OPEN CSR03-GOTFB0H3
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
               MOVE 'TAUTZ_DEBTO_CLIEN' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW54C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        FETCH CSR01-GOTFB0H3 INTO
                           :GOTFB0H3.NCONTA-CLIEN
                         , :GOTFB0H3.DT-AUTZ-DEBTO
                         , :GOTFB0H3.DT-REVOG-DEBTO
                         , :GOTFB0H3.CORIGEM-AUTZ
                         , :GOTFB0H3.CUSUAR-ULT-ALTER
                         , :GOTFB0H3.DT-ULT-ALTER
                         , :WRK-IN-VIGENTE
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        FETCH CSR02-GOTFB0H3 INTO
                           :GOTFB0H3.NCONTA-CLIEN
                         , :GOTFB0H3.DT-AUTZ-DEBTO
                         , :GOTFB0H3.DT-REVOG-DEBTO
                         , :GOTFB0H3.CORIGEM-AUTZ
                         , :GOTFB0H3.CUSUAR-ULT-ALTER
                         , :GOTFB0H3.DT-ULT-ALTER
                         , :WRK-IN-VIGENTE
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        FETCH CSR03-GOTFB0H3 INTO
                           :GOTFB0H3.NCONTA-CLIEN
                         , :GOTFB0H3.DT-AUTZ-DEBTO
                         , :GOTFB0H3.DT-REVOG-DEBTO
                         , :GOTFB0H3.CORIGEM-AUTZ
                         , :GOTFB0H3.CUSUAR-ULT-ALTER
                         , :GOTFB0H3.DT-ULT-ALTER
                         , :WRK-IN-VIGENTE
                   END-EXEC
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS AND +100
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER07'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-FETCH            TO      TRUE
               MOVE 'TAUTZ_DEBTO_CLIEN' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ALIMENTAR-GOTFW54C         SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-ALIMENTAR-GOTFW54C'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-CLIEN            OF      GOTFB0H3
             TO GOTFW54C-NCONTA-CLIEN-L(WRK-IDX).
           MOVE DT-AUTZ-DEBTO           OF      GOTFB0H3
             TO GOTFW54C-DT-AUTZ-L(WRK-IDX).
           MOVE DT-REVOG-DEBTO          OF      GOTFB0H3
             TO GOTFW54C-DT-REVOG-L(WRK-IDX).
           MOVE CORIGEM-AUTZ            OF      GOTFB0H3
             TO GOTFW54C-CORIGEM-AUTZ-L(WRK-IDX).
           MOVE CUSUAR-ULT-ALTER        OF      GOTFB0H3
             TO GOTFW54C-CUSUAR-ULT-ALTER-L(WRK-IDX).
           MOVE DT-ULT-ALTER            OF      GOTFB0H3
             TO GOTFW54C-DT-ULT-ALTER-L(WRK-IDX).
           MOVE WRK-IN-VIGENTE
             TO GOTFW54C-IN-VIGENTE-L(WRK-IDX).

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-ENCERRAR-CURSOR            SECTION.
      *----------------------------------------------------------------*

           MOVE '2400-ENCERRAR-CURSOR'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW54C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        CLOSE CSR01-GOTFB0H3
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        CLOSE CSR02-GOTFB0H3
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        CLOSE CSR03-GOTFB0H3
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER08'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-CLOSE            TO      TRUE
               MOVE 'TAUTZ_DEBTO_CLIEN' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
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

           MOVE 'GOTF54JS'              TO      FRWKGHEA-NOME-PROGRAMA.

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

       END PROGRAM GOTF54JS.
