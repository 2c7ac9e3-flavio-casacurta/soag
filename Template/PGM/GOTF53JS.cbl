      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF53JS.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF53JS                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  MARCO/2028                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO PERSISTENCIA DE MANUTENCAO DO         *
      *                   CADASTRO DOS SISTEMAS DE ORIGEM DE TARIFA    *
      *                   (TORIGE_SIST_TARIF), NO MOLDE DO GOTF49JS:   *
      *                   CONSULTA PAGINADA E INCLUSAO/ALTERACAO COM   *
      *                   VALIDACAO DE DOMINIO. AS MANUTENCOES ENTRAM  *
      *                   NA FILA DE DUPLA CUSTODIA (TPEND_MANUT_TARIF,*
      *                   TABELA 'ORIGE', DADOS DA ORIGEM EM           *
      *                   DS_DADOS_MANUT) E SO A APROVACAO PELO        *
      *                   GOTF48JS AS EFETIVA, COM A IMAGEM ANTERIOR   *
      *                   EM TORIGE_SIST_TARIF_HIST. A INCLUSAO DE UMA *
      *                   NOVA ORIGEM PASSA A SER ALTERACAO DE DADOS,  *
      *                   SEM MUDANCA NOS PROGRAMAS QUE A CONSOMEM.    *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    GOTFW000 - BOOK CONTROLE - COMUNICACAO ENTRE MODULOS        *
      *    GOTFW53C - BOOK COMUNICACAO DESTE MODULO                    *
      *    FRWKWAAA - BLOCO DE INFORMACOES DA SESSAO                   *
      *    I#FRWKGE - COMMAREA FRWK1999 - LOG DE ERRO                  *
      *    I#FRWKCI - AREA PARA FORMATACAO DE ERRO DE CICS             *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TORIGE_SIST_TARIF        GOTFB0G4       *
      *                DB2PRD.TPEND_MANUT_TARIF        GOTFB0D7       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    FRWK1999 - GRAVAR LOG DE ERRO P/ ONLINE                     *
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

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-PROGRAM                 PIC  X(08)  VALUE  'GOTF53JS'.
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

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DD DO ARQUIVO DE RETORNO: GOTF25S + POSICAO DE 1 A 9 NO       *
      * GOTF2ACK                                                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-CDEST-RETNO             PIC  X(08)  VALUE SPACES.
       01  FILLER                      REDEFINES   WRK-CDEST-RETNO.
         05  WRK-CDEST-PREFIXO         PIC  X(07).
         05  WRK-CDEST-POSICAO         PIC  X(01).
             88  WRK-CDEST-POSICAO-OK  VALUE '1' THRU '9'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DADOS DA PENDENCIA DE DUPLA CUSTODIA (TIPO DE OPERACAO) E     *
      * LAYOUT DE DS_DADOS_MANUT PARA A TABELA 'ORIGE' (O MESMO DO    *
      * GOTF48JS, QUE O DESMONTA NA APROVACAO)                        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-PEND-TIPO-OPER          PIC  X(01)  VALUE SPACE.

       01  WRK-DADOS-ORIGE.
         05  WRK-ORIGE-DS-ORIGE        PIC  X(40).
         05  WRK-ORIGE-IN-ATIVO        PIC  X(01).
         05  WRK-ORIGE-IN-TIPO-ENTR    PIC  X(01).
         05  WRK-ORIGE-CDEST-RETNO     PIC  X(08).
         05  WRK-ORIGE-CSEGM-CONTB     PIC  X(04).
         05  FILLER                    PIC  X(06).

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
               INCLUDE GOTFB0G4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0D7
           END-EXEC.

           EXEC SQL
                DECLARE CSR01-GOTFB0G4 CURSOR FOR
                SELECT CSIST_ORIGE_TARIF
                     , DS_ORIGE_TARIF
                     , IN_ATIVO
                     , IN_TIPO_ENTRADA
                     , CDEST_RETNO_ACK
                     , CSEGM_CONTB
                     , CUSUAR_ULT_ALTER
                     , DT_ULT_ALTER
                  FROM DB2PRD.TORIGE_SIST_TARIF
                 WHERE CSIST_ORIGE_TARIF >=
                       :GOTFB0G4.CSIST-ORIGE-TARIF
                 ORDER BY CSIST_ORIGE_TARIF
           END-EXEC.

           EXEC SQL
                DECLARE CSR02-GOTFB0G4 CURSOR FOR
                SELECT CSIST_ORIGE_TARIF
                     , DS_ORIGE_TARIF
                     , IN_ATIVO
                     , IN_TIPO_ENTRADA
                     , CDEST_RETNO_ACK
                     , CSEGM_CONTB
                     , CUSUAR_ULT_ALTER
                     , DT_ULT_ALTER
                  FROM DB2PRD.TORIGE_SIST_TARIF
                 WHERE CSIST_ORIGE_TARIF >
                       :GOTFB0G4.CSIST-ORIGE-TARIF
                 ORDER BY CSIST_ORIGE_TARIF
           END-EXEC.

           EXEC SQL
                DECLARE CSR03-GOTFB0G4 CURSOR FOR
                SELECT CSIST_ORIGE_TARIF
                     , DS_ORIGE_TARIF
                     , IN_ATIVO
                     , IN_TIPO_ENTRADA
                     , CDEST_RETNO_ACK
                     , CSEGM_CONTB
                     , CUSUAR_ULT_ALTER
                     , DT_ULT_ALTER
                  FROM DB2PRD.TORIGE_SIST_TARIF
                 WHERE CSIST_ORIGE_TARIF <
                       :GOTFB0G4.CSIST-ORIGE-TARIF
                 ORDER BY CSIST_ORIGE_TARIF DESC
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       01  DFHCOMMAREA.
           02  LNK-GOTF53JS.
           COPY GOTFW000.
               03  LNK-AREA-FRWKWAAA.
           COPY FRWKWAAA.
           COPY GOTFW53C.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           EVALUATE GOTFW53C-SOLIC-MAIS-DADOS
               WHEN 'C'
                   PERFORM 4000-INCLUIR-ORIGEM
               WHEN 'M'
                   PERFORM 5000-ALTERAR-ORIGEM
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
                       GOTFB0G4.

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

           MOVE GOTFW53C-NREG-QTDE      TO      WRK-NREG-QTDE.

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

           MOVE GOTFW53C-CSIST-ORIGE    TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0G4.

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
                PERFORM 2300-ALIMENTAR-GOTFW53C
                PERFORM 2200-LER-CURSOR
           END-PERFORM.

           IF  SQLCODE                  EQUAL   ZEROS
               MOVE 01                  TO      GOTFW000-COD-RETORNO
           END-IF.

           COMPUTE WRK-NREG-QTDE = WRK-IDX - 1.

           MOVE WRK-NREG-QTDE           TO      GOTFW53C-NREG-QTDE.

           PERFORM 2400-ENCERRAR-CURSOR.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ABRIR-CURSOR               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-ABRIR-CURSOR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW53C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        OPEN CSR01-GOTFB0G4
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        OPEN CSR02-GOTFB0G4
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        OPEN CSR03-GOTFB0G4
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
               MOVE 'TORIGE_SIST_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW53C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        FETCH CSR01-GOTFB0G4 INTO
                           :GOTFB0G4.CSIST-ORIGE-TARIF
                         , :GOTFB0G4.DS-ORIGE-TARIF
                         , :GOTFB0G4.IN-ATIVO
                         , :GOTFB0G4.IN-TIPO-ENTRADA
                         , :GOTFB0G4.CDEST-RETNO-ACK
                         , :GOTFB0G4.CSEGM-CONTB
                         , :GOTFB0G4.CUSUAR-ULT-ALTER
                         , :GOTFB0G4.DT-ULT-ALTER
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        FETCH CSR02-GOTFB0G4 INTO
                           :GOTFB0G4.CSIST-ORIGE-TARIF
                         , :GOTFB0G4.DS-ORIGE-TARIF
                         , :GOTFB0G4.IN-ATIVO
                         , :GOTFB0G4.IN-TIPO-ENTRADA
                         , :GOTFB0G4.CDEST-RETNO-ACK
                         , :GOTFB0G4.CSEGM-CONTB
                         , :GOTFB0G4.CUSUAR-ULT-ALTER
                         , :GOTFB0G4.DT-ULT-ALTER
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        FETCH CSR03-GOTFB0G4 INTO
                           :GOTFB0G4.CSIST-ORIGE-TARIF
                         , :GOTFB0G4.DS-ORIGE-TARIF
                         , :GOTFB0G4.IN-ATIVO
                         , :GOTFB0G4.IN-TIPO-ENTRADA
                         , :GOTFB0G4.CDEST-RETNO-ACK
                         , :GOTFB0G4.CSEGM-CONTB
                         , :GOTFB0G4.CUSUAR-ULT-ALTER
                         , :GOTFB0G4.DT-ULT-ALTER
                   END-EXEC
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS AND +100
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER07'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-FETCH            TO      TRUE
               MOVE 'TORIGE_SIST_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ALIMENTAR-GOTFW53C         SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-ALIMENTAR-GOTFW53C'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE CSIST-ORIGE-TARIF       OF      GOTFB0G4
             TO GOTFW53C-CSIST-ORIGE-L(WRK-IDX).
           MOVE DS-ORIGE-TARIF          OF      GOTFB0G4
             TO GOTFW53C-DS-ORIGE-L(WRK-IDX).
           MOVE IN-ATIVO                OF      GOTFB0G4
             TO GOTFW53C-IN-ATIVO-L(WRK-IDX).
           MOVE IN-TIPO-ENTRADA         OF      GOTFB0G4
             TO GOTFW53C-IN-TIPO-ENTR-L(WRK-IDX).
           MOVE CDEST-RETNO-ACK         OF      GOTFB0G4
             TO GOTFW53C-CDEST-RETNO-L(WRK-IDX).
           MOVE CSEGM-CONTB             OF      GOTFB0G4
             TO GOTFW53C-CSEGM-CONTB-L(WRK-IDX).
           MOVE CUSUAR-ULT-ALTER        OF      GOTFB0G4
             TO GOTFW53C-CUSUAR-ALTER-L(WRK-IDX).
           MOVE DT-ULT-ALTER            OF      GOTFB0G4
             TO GOTFW53C-DT-ALTER-L(WRK-IDX).

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-ENCERRAR-CURSOR            SECTION.
      *----------------------------------------------------------------*

           MOVE '2400-ENCERRAR-CURSOR'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW53C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        CLOSE CSR01-GOTFB0G4
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        CLOSE CSR02-GOTFB0G4
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        CLOSE CSR03-GOTFB0G4
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER08'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-CLOSE            TO      TRUE
               MOVE 'TORIGE_SIST_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDACAO DE DOMINIO DOS DADOS DA ORIGEM (INCLUSAO/           *
      * ALTERACAO): CODIGO E DESCRICAO INFORMADOS ('OUT' E RESERVADO  *
      * AO BALDE DE ORIGENS DESCONHECIDAS DO GOTF2DSS), SITUACAO S/N, *
      * TIPO DE ENTRADA A/S, SEGMENTO CONTABIL INFORMADO E DD DE      *
      * RETORNO EM BRANCO OU GOTF25S1 A GOTF25S9                      *
      *----------------------------------------------------------------*
       3500-VALIDAR-DADOS-ORIGEM       SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-VALIDAR-DADOS-ORIGEM'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE GOTFW53C-CDEST-RETNO-IN TO      WRK-CDEST-RETNO.

           IF  GOTFW53C-CSIST-ORIGE     EQUAL   SPACES OR 'OUT'
               OR GOTFW53C-DS-ORIGE-IN  EQUAL   SPACES
               OR GOTFW53C-CSEGM-CONTB-IN EQUAL SPACES
               OR (GOTFW53C-IN-ATIVO-IN NOT EQUAL 'S'
               AND GOTFW53C-IN-ATIVO-IN NOT EQUAL 'N')
               OR (GOTFW53C-IN-TIPO-ENTR-IN NOT EQUAL 'A'
               AND GOTFW53C-IN-TIPO-ENTR-IN NOT EQUAL 'S')
               OR (WRK-CDEST-RETNO      NOT EQUAL SPACES
               AND (WRK-CDEST-PREFIXO   NOT EQUAL 'GOTF25S'
                OR  NOT WRK-CDEST-POSICAO-OK))
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'DADOS DA ORIGEM DE TARIFA INVALIDOS'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER09'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE GOTFW53C-CSIST-ORIGE    TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0G4.
           MOVE GOTFW53C-CDEST-RETNO-IN TO      CDEST-RETNO-ACK
                                                OF GOTFB0G4.

           PERFORM 3600-VALIDAR-DEST-RETNO.

           MOVE GOTFW53C-DS-ORIGE-IN    TO      WRK-ORIGE-DS-ORIGE.
           MOVE GOTFW53C-IN-ATIVO-IN    TO      WRK-ORIGE-IN-ATIVO.
           MOVE GOTFW53C-IN-TIPO-ENTR-IN
                                        TO      WRK-ORIGE-IN-TIPO-ENTR.
           MOVE GOTFW53C-CDEST-RETNO-IN TO      WRK-ORIGE-CDEST-RETNO.
           MOVE GOTFW53C-CSEGM-CONTB-IN TO      WRK-ORIGE-CSEGM-CONTB.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * A DD DE RETORNO NAO PODE SER DIVIDIDA COM OUTRA ORIGEM ATIVA: *
      * O GOTF2ACK GRAVA UM ARQUIVO POR ORIGEM                        *
      *----------------------------------------------------------------*
       3600-VALIDAR-DEST-RETNO         SECTION.
      *----------------------------------------------------------------*

           MOVE '3600-VALIDAR-DEST-RETNO' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF  CDEST-RETNO-ACK OF GOTFB0G4 EQUAL SPACES
               GO TO 3600-99-FIM
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-ACHADOS
                  FROM DB2PRD.TORIGE_SIST_TARIF
                 WHERE CDEST_RETNO_ACK   = :GOTFB0G4.CDEST-RETNO-ACK
                   AND CSIST_ORIGE_TARIF <>
                                          :GOTFB0G4.CSIST-ORIGE-TARIF
                   AND IN_ATIVO          = 'S'
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER10'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TORIGE_SIST_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  WRK-QTD-ACHADOS          GREATER ZEROS
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'DD DE RETORNO JA USADA POR OUTRA ORIGEM'
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
      * CONTA A ORIGEM NO CADASTRO: A INCLUSAO EXIGE QUE NAO EXISTA E *
      * A ALTERACAO QUE EXISTA                                        *
      *----------------------------------------------------------------*
       3700-CONTAR-ORIGEM              SECTION.
      *----------------------------------------------------------------*

           MOVE '3700-CONTAR-ORIGEM'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-ACHADOS
                  FROM DB2PRD.TORIGE_SIST_TARIF
                 WHERE CSIST_ORIGE_TARIF =
                                          :GOTFB0G4.CSIST-ORIGE-TARIF
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER12'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TORIGE_SIST_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  (WRK-PEND-TIPO-OPER      EQUAL   'C'
           AND  WRK-QTD-ACHADOS         GREATER ZEROS)
           OR  (WRK-PEND-TIPO-OPER      EQUAL   'M'
           AND  WRK-QTD-ACHADOS         EQUAL   ZEROS)
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'ORIGEM JA CADASTRADA/NAO CADASTRADA'
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
       4000-INCLUIR-ORIGEM             SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-INCLUIR-ORIGEM'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'C'                     TO      WRK-PEND-TIPO-OPER.

           PERFORM 3500-VALIDAR-DADOS-ORIGEM.

           PERFORM 3700-CONTAR-ORIGEM.

           PERFORM 4100-GRAVAR-PENDENCIA.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA A MANUTENCAO PRETENDIDA COMO PENDENCIA DE DUPLA         *
      * CUSTODIA EM TPEND_MANUT_TARIF, COM O SOLICITANTE E O MOMENTO; *
      * OS DADOS DA ORIGEM VAO EM DS_DADOS_MANUT (WRK-DADOS-ORIGE).   *
      * A EFETIVACAO E DO APROVADOR (GOTF48JS). RETORNO 02 SINALIZA   *
      * AO FRONT-END QUE NADA FOI APLICADO AINDA                      *
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

           MOVE 'ORIGE'                 TO      CTABELA-MANUT
                                                OF GOTFB0D7.
           MOVE WRK-PEND-TIPO-OPER      TO      CTIPO-OPER OF GOTFB0D7.
           MOVE ZEROS                   TO      NCHAVE-ALVO
                                                OF GOTFB0D7
                                                NCONTA-CLIEN
                                                OF GOTFB0D7
                                                VVALOR-REGRA-TARIF
                                                OF GOTFB0D7.
           MOVE CSIST-ORIGE-TARIF     OF GOTFB0G4
             TO CSIST-ORIGE-TARIF     OF GOTFB0D7.
           MOVE SPACES                  TO      CSIT-OPER-REALZ
                                                OF GOTFB0D7
                                                DINI-VIGEN OF GOTFB0D7
                                                DFIM-VIGEN OF GOTFB0D7.
           MOVE WRK-DADOS-ORIGE         TO      DS-DADOS-MANUT
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
                 TO GOTFW53C-NPEND-MANUT
               MOVE 02                  TO      GOTFW000-COD-RETORNO
               MOVE 'GOTF0002'          TO      GOTFW000-COD-MENSAGEM
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-ALTERAR-ORIGEM             SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-ALTERAR-ORIGEM'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'M'                     TO      WRK-PEND-TIPO-OPER.

           PERFORM 3500-VALIDAR-DADOS-ORIGEM.

           PERFORM 3700-CONTAR-ORIGEM.

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

           MOVE 'GOTF53JS'              TO      FRWKGHEA-NOME-PROGRAMA.

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

       END PROGRAM GOTF53JS.
