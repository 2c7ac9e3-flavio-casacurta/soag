      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. GOTF55JS.
       AUTHOR.     HOMI.

      *================================================================*
      *                 S O N D A - P R O C W O R K                    *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  GOTF55JS                                     *
      *    PROGRAMADOR.:  HOMI                              -  SONDA   *
      *    ANALISTA....:  XXXXXXXXXXXXXXXX                  -  SONDA   *
      *    DATA........:  ABRIL/2028                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO PERSISTENCIA DE MANUTENCAO DO CICLO   *
      *                   DE COBRANCA POR CLIENTE (TCICLO_COBR_TARIF), *
      *                   NO MOLDE DO GOTF49JS: CONSULTA PAGINADA POR  *
      *                   CONTA, INCLUSAO E ALTERACAO DO DIA DE DEBITO *
      *                   E DO VALOR MINIMO DE REMESSA USADOS PELO     *
      *                   GOTF2REM. INCLUSAO E ALTERACAO EXIGEM A      *
      *                   PERMISSAO GAM DO BLOCO GOTFCICL E PASSAM     *
      *                   PELAS REGRAS DE NEGOCIO (RETORNO 12 COM O    *
      *                   MOTIVO): CONTA ATIVA EM TCADT_CONTA_CLIEN,   *
      *                   VALOR MINIMO ENTRE O PISO E O TETO DO BANCO, *
      *                   NO MAXIMO WRK-QTD-MAX-ALTER-ANO ALTERACOES   *
      *                   POR ANO E NENHUMA ALTERACAO COM DEBITO       *
      *                   CONSOLIDADO DO MES AINDA REMETIDO (AGUARDANDO*
      *                   RETORNO). TODA ALTERACAO GRAVA A IMAGEM      *
      *                   ANTERIOR EM TCICLO_COBR_TARIF_HIST COM DATA, *
      *                   HORA, USUARIO E TIPO DE OPERACAO (PADRAO     *
      *                   TEMPLATE_ALTERACAO, COMO NO FRWK50JS).       *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    GOTFW000 - BOOK CONTROLE - COMUNICACAO ENTRE MODULOS        *
      *    GOTFW55C - BOOK COMUNICACAO DESTE MODULO                    *
      *    FRWKWAAA - BLOCO DE INFORMACOES DA SESSAO                   *
      *    I#FRWK04 - COMMAREA DO GAM (GLOG1001) - PERMISSAO           *
      *    I#FRWKGE - COMMAREA FRWK1999 - LOG DE ERRO                  *
      *    I#FRWKCI - AREA PARA FORMATACAO DE ERRO DE CICS             *
      *    I#FRWKDB - AREA PARA FORMATACAO DE ERRO DE DB2              *
      *    I#FRWKLI - AREA PARA FORMATACAO DE ERRO LIVRE               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCICLO_COBR_TARIF        GOTFB0E2       *
      *                DB2PRD.TCICLO_COBR_TARIF_HIST   ---            *
      *                DB2PRD.TCONS_REMES_TARIF        GOTFB0E3       *
      *                DB2PRD.TCADT_CONTA_CLIEN        GOTFB0E4       *
      *                DB2PRD.TLOG_ACESSO_CLIEN        FRWKB989       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    GLOG1001 - GAM - CONSULTA DE PERMISSAO                      *
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

       77  WRK-PROGRAM                 PIC  X(08)  VALUE  'GOTF55JS'.
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

       01  WRK-SW-RECUSADO             PIC  X(01) VALUE 'N'.
           88  WRK-CICLO-RECUSADO                  VALUE 'S'.
       01  WRK-DS-MOTIVO               PIC  X(30) VALUE SPACES.

       01  WRK-SW-CICLO                PIC  X(01) VALUE 'N'.
           88  WRK-CICLO-CADASTRADO                VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *    LIMITES DO BANCO PARA O CICLO DE COBRANCA                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-VLR-MIN-PISO            PIC S9(13)V9(02) COMP-3
                                                   VALUE 10,00.
       01  WRK-VLR-MIN-TETO            PIC S9(13)V9(02) COMP-3
                                                   VALUE 50000,00.
       01  WRK-QTD-MAX-ALTER-ANO       PIC S9(09) COMP VALUE +2.

       01  WRK-QTD-ALTER-ANO           PIC S9(09) COMP VALUE ZEROS.
       01  WRK-QTD-CONS-ABERTA         PIC S9(09) COMP VALUE ZEROS.
       01  WRK-IN-SITUACAO-CONTA       PIC  X(01) VALUE SPACES.
       01  WRK-DIA-DEBITO-ATU          PIC S9(02) COMP-3 VALUE ZEROS.
       01  WRK-VVALOR-MIN-ATU          PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *    INICIO DO ANO (HISTORICO) E DO MES (CONSOLIDACAO) CORRENTES *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-DT-INI-ANO              PIC  9(08) VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-DT-INI-ANO.
         05  WRK-DT-INI-ANO-AAAA       PIC  9(04).
         05  WRK-DT-INI-ANO-MMDD       PIC  9(04).

       01  WRK-DT-INI-MES.
         05  WRK-DT-INI-MES-AAAA       PIC  9(04) VALUE ZEROS.
         05  FILLER                    PIC  X(01) VALUE '-'.
         05  WRK-DT-INI-MES-MM         PIC  9(02) VALUE ZEROS.
         05  FILLER                    PIC  X(03) VALUE '-01'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *    IMAGEM ANTERIOR - TCICLO_COBR_TARIF_HIST                    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-HIST-DT-OPERACAO        PIC  9(08)  VALUE ZEROS.
       01  WRK-HIST-HR-OPERACAO        PIC  9(06)  VALUE ZEROS.
       01  WRK-HIST-USUARIO            PIC  X(30)  VALUE SPACES.
       01  WRK-HIST-TIPO-OPERACAO      PIC  X(01)  VALUE SPACE.

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
       01  FILLER                       REDEFINES   WRK-DT-ATUAL.
         05  WRK-DT-ATUAL-AAAA          PIC  9(04).
         05  WRK-DT-ATUAL-MM            PIC  9(02).
         05  WRK-DT-ATUAL-DD            PIC  9(02).
       01  WRK-HR-ATUAL                 PIC  9(06) VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      *      COMMAREA DO GAM - PERMISSAO DE MANUTENCAO DO CICLO        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-COPY-GAM.
           COPY 'I#FRWK04'.

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
               INCLUDE GOTFB0E2
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB989
           END-EXEC.

           EXEC SQL
                DECLARE CSR01-GOTFB0E2 CURSOR FOR
                SELECT NCONTA_CLIEN
                     , DIA_DEBITO
                     , VVALOR_MIN_REMES
                  FROM DB2PRD.TCICLO_COBR_TARIF
                 WHERE NCONTA_CLIEN >=
                       :GOTFB0E2.NCONTA-CLIEN
                 ORDER BY NCONTA_CLIEN
           END-EXEC.

           EXEC SQL
                DECLARE CSR02-GOTFB0E2 CURSOR FOR
                SELECT NCONTA_CLIEN
                     , DIA_DEBITO
                     , VVALOR_MIN_REMES
                  FROM DB2PRD.TCICLO_COBR_TARIF
                 WHERE NCONTA_CLIEN >
                       :GOTFB0E2.NCONTA-CLIEN
                 ORDER BY NCONTA_CLIEN
           END-EXEC.

           EXEC SQL
                DECLARE CSR03-GOTFB0E2 CURSOR FOR
                SELECT NCONTA_CLIEN
                     , DIA_DEBITO
                     , VVALOR_MIN_REMES
                  FROM DB2PRD.TCICLO_COBR_TARIF
                 WHERE NCONTA_CLIEN <
                       :GOTFB0E2.NCONTA-CLIEN
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
           02  LNK-GOTF55JS.
           COPY GOTFW000.
               03  LNK-AREA-FRWKWAAA.
           COPY FRWKWAAA.
           COPY GOTFW55C.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE '0000-ROTINA-PRINCIPAL' TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 1000-INICIAR.

           EVALUATE GOTFW55C-SOLIC-MAIS-DADOS
               WHEN 'C'
                   PERFORM 4000-INCLUIR-CICLO
               WHEN 'M'
                   PERFORM 5000-ALTERAR-CICLO
               WHEN OTHER
                   PERFORM 2000-PROCESSAR
           END-EVALUATE.

           IF  WRK-CICLO-RECUSADO
               MOVE 12                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER10'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF0003'          TO      GOTFW000-COD-MENSAGEM
               MOVE WRK-DS-MOTIVO       TO
                                        GOTFW55C-DS-MOTIVO-RECUSA
           END-IF.

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
                       GOTFB0E2.

           MOVE 'N'                     TO      WRK-SW-RECUSADO.
           MOVE SPACES                  TO      WRK-DS-MOTIVO.

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

           IF  GOTFW55C-SOLIC-MAIS-DADOS EQUAL  'C' OR 'M'
               PERFORM 1300-VALIDAR-PERMISSAO
           ELSE
               PERFORM 1400-REGISTRAR-ACESSO
           END-IF.

           MOVE GOTFW55C-NREG-QTDE      TO      WRK-NREG-QTDE.

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
      * INCLUSAO E ALTERACAO DO CICLO EXIGEM A PERMISSAO DO BLOCO     *
      * GOTFCICL NO GAM, COMO A APROVACAO NO GOTF48JS; A CONSULTA SO  *
      * DEPENDE DA SESSAO                                             *
      *----------------------------------------------------------------*
       1300-VALIDAR-PERMISSAO          SECTION.
      *----------------------------------------------------------------*

           MOVE '1300-VALIDAR-PERMISSAO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE FRWKEL04-BLOCO-RETORNO.
           MOVE FRWKWAAA-CSESS-FRWK OF WRK-AREA-FRWKWAAA (1:16)
                                        TO FRWKEL04-IDENT-AREA-GLOBAL.
           SET  FRWKEL04-FUN-CONSULTAR  TO      TRUE.
           SET  FRWKEL04-PERM-CONSULTAR TO      TRUE.
           SET  FRWKEL04-IND-BL-AUTORIZ TO      TRUE.
           MOVE 'GOTFCICL'              TO      FRWKEL04-ID-BLOCO.
           MOVE ZEROS                   TO      FRWKEL04-TAM-BLOCO.

           EXEC CICS LINK PROGRAM  ('GLOG1001')
                          COMMAREA (WRK-COPY-GAM)
                          LENGTH   (LENGTH OF WRK-COPY-GAM)
                          NOHANDLE
           END-EXEC.

           IF  EIBRESP                  NOT EQUAL DFHRESP(NORMAL)
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER09'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               MOVE 'LINK GLOG1001'     TO      FRWKGCIC-COMANDO
               MOVE EIBRESP             TO      FRWKGCIC-RESP
               PERFORM 9100-TRATAR-ERRO-CICS
           END-IF.

           IF  FRWKEL04-RETORNO-PERM-NEGADA
               MOVE 90                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER90'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9990'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9999-RETORNAR-CICS
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * TRILHA DE LEITURA (LGPD): UMA LINHA POR CONSULTA EM            *
      * TLOG_ACESSO_CLIEN, COM UM UNICO INSERT E SEM LEITURA PREVIA.   *
      * A CHAVE E A CONTA A PARTIR DA QUAL OS CICLOS DE COBRANCA SAO   *
      * LISTADOS (INCLUSAO E ALTERACAO JA FICAM NO HISTORICO DO CICLO) *
      *----------------------------------------------------------------*
       1400-REGISTRAR-ACESSO           SECTION.
      *----------------------------------------------------------------*

           MOVE '1400-REGISTRAR-ACESSO' TO      FRWKGHEA-IDEN-PARAGRAFO.

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
           MOVE 'GOTF55JS'              TO      CPROGRAMA OF FRWKB989.
           MOVE FRWKWAAA-CSESS-FRWK OF WRK-AREA-FRWKWAAA
                                        TO      CSESS-FRWK OF FRWKB989.

           SET ACESSO-CHAVE-CONTA       TO      TRUE.
           MOVE GOTFW55C-NCONTA-CLIEN   TO      CCHAVE-CLIEN
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
               MOVE 'ER20'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TLOG_ACESSO_CLIEN' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE '2000-PROCESSAR'        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE GOTFW55C-NCONTA-CLIEN   TO      NCONTA-CLIEN
                                                OF GOTFB0E2.

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
                PERFORM 2300-ALIMENTAR-GOTFW55C
                PERFORM 2200-LER-CURSOR
           END-PERFORM.

           IF  SQLCODE                  EQUAL   ZEROS
               MOVE 01                  TO      GOTFW000-COD-RETORNO
           END-IF.

           COMPUTE WRK-NREG-QTDE = WRK-IDX - 1.

           MOVE WRK-NREG-QTDE           TO      GOTFW55C-NREG-QTDE.

           PERFORM 2400-ENCERRAR-CURSOR.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ABRIR-CURSOR               SECTION.
      *----------------------------------------------------------------*

           MOVE '2100-ABRIR-CURSOR'     TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW55C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        OPEN CSR01-GOTFB0E2
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        OPEN CSR02-GOTFB0E2
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        OPEN CSR03-GOTFB0E2
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
               MOVE 'TCICLO_COBR_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*

           MOVE '2200-LER-CURSOR'       TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW55C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        FETCH CSR01-GOTFB0E2 INTO
                           :GOTFB0E2.NCONTA-CLIEN
                         , :GOTFB0E2.DIA-DEBITO
                         , :GOTFB0E2.VVALOR-MIN-REMES
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        FETCH CSR02-GOTFB0E2 INTO
                           :GOTFB0E2.NCONTA-CLIEN
                         , :GOTFB0E2.DIA-DEBITO
                         , :GOTFB0E2.VVALOR-MIN-REMES
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        FETCH CSR03-GOTFB0E2 INTO
                           :GOTFB0E2.NCONTA-CLIEN
                         , :GOTFB0E2.DIA-DEBITO
                         , :GOTFB0E2.VVALOR-MIN-REMES
                   END-EXEC
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS AND +100
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER07'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-FETCH            TO      TRUE
               MOVE 'TCICLO_COBR_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ALIMENTAR-GOTFW55C         SECTION.
      *----------------------------------------------------------------*

           MOVE '2300-ALIMENTAR-GOTFW55C'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE NCONTA-CLIEN            OF      GOTFB0E2
             TO GOTFW55C-NCONTA-CLIEN-L(WRK-IDX).
           MOVE DIA-DEBITO              OF      GOTFB0E2
             TO GOTFW55C-DIA-DEBITO-L(WRK-IDX).
           MOVE VVALOR-MIN-REMES        OF      GOTFB0E2
             TO GOTFW55C-VVALOR-MIN-L(WRK-IDX).

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-ENCERRAR-CURSOR            SECTION.
      *----------------------------------------------------------------*

           MOVE '2400-ENCERRAR-CURSOR'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           EVALUATE GOTFW55C-SOLIC-MAIS-DADOS
               WHEN 'I'
               WHEN 'P'
               WHEN 'U'
                   EXEC SQL
                        CLOSE CSR01-GOTFB0E2
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                        CLOSE CSR02-GOTFB0E2
                   END-EXEC
               WHEN 'A'
                   EXEC SQL
                        CLOSE CSR03-GOTFB0E2
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER08'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-CLOSE            TO      TRUE
               MOVE 'TCICLO_COBR_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CONSISTENCIA DOS DADOS RECEBIDOS (ERRO DE CHAMADA, 16) E DO   *
      * VALOR MINIMO DENTRO DOS LIMITES DO BANCO (RECUSA, 12)         *
      *----------------------------------------------------------------*
       3500-VALIDAR-DADOS-CICLO        SECTION.
      *----------------------------------------------------------------*

           MOVE '3500-VALIDAR-DADOS-CICLO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           IF  GOTFW55C-NCONTA-CLIEN    NOT NUMERIC
               OR GOTFW55C-NCONTA-CLIEN EQUAL   ZEROS
               OR GOTFW55C-DIA-DEBITO-IN NOT NUMERIC
               OR GOTFW55C-DIA-DEBITO-IN LESS   01
               OR GOTFW55C-DIA-DEBITO-IN GREATER 31
               OR GOTFW55C-VVALOR-MIN-IN NOT NUMERIC
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'DADOS DO CICLO DE COBRANCA INVALIDOS'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER11'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

           MOVE GOTFW55C-NCONTA-CLIEN   TO      NCONTA-CLIEN
                                                OF GOTFB0E2.
           MOVE GOTFW55C-DIA-DEBITO-IN  TO      DIA-DEBITO
                                                OF GOTFB0E2.
           MOVE GOTFW55C-VVALOR-MIN-IN  TO      VVALOR-MIN-REMES
                                                OF GOTFB0E2.

           IF  VVALOR-MIN-REMES OF GOTFB0E2 LESS WRK-VLR-MIN-PISO
               OR VVALOR-MIN-REMES OF GOTFB0E2
                                        GREATER WRK-VLR-MIN-TETO
               SET WRK-CICLO-RECUSADO   TO      TRUE
               MOVE 'VALOR MINIMO FORA DO LIMITE'
                                        TO      WRK-DS-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SO CONTA CADASTRADA E ATIVA RECEBE CICLO (MESMO CRITERIO DE   *
      * SITUACAO DO 3300-VALIDAR-CONTA DO GOTF52JS)                   *
      *----------------------------------------------------------------*
       3600-VALIDAR-CONTA              SECTION.
      *----------------------------------------------------------------*

           MOVE '3600-VALIDAR-CONTA'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           EXEC SQL
                SELECT IN_SITUACAO_CONTA
                  INTO :WRK-IN-SITUACAO-CONTA
                  FROM DB2PRD.TCADT_CONTA_CLIEN
                 WHERE NCONTA_CLIEN = :GOTFB0E2.NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 SET WRK-CICLO-RECUSADO TO      TRUE
                 MOVE 'CONTA INEXISTENTE'
                                        TO      WRK-DS-MOTIVO
              WHEN SQLCODE              NOT EQUAL ZEROS
                 MOVE 16                TO      GOTFW000-COD-RETORNO
                 MOVE 'ER12'            TO      GOTFW000-COD-ERRO
                 MOVE 'GOTF9999'        TO      GOTFW000-COD-MENSAGEM
                 SET DB2-SELECT         TO      TRUE
                 MOVE 'TCADT_CONTA_CLIEN'
                                        TO      FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN WRK-IN-SITUACAO-CONTA NOT EQUAL 'A'
                 SET WRK-CICLO-RECUSADO TO      TRUE
                 MOVE 'CONTA NAO ATIVA' TO      WRK-DS-MOTIVO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O CICLO GRAVADO PARA A CONTA (SE HOUVER)                   *
      *----------------------------------------------------------------*
       3700-LER-CICLO-ATUAL            SECTION.
      *----------------------------------------------------------------*

           MOVE '3700-LER-CICLO-ATUAL'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-CICLO.

           EXEC SQL
                SELECT DIA_DEBITO
                     , VVALOR_MIN_REMES
                  INTO :WRK-DIA-DEBITO-ATU
                     , :WRK-VVALOR-MIN-ATU
                  FROM DB2PRD.TCICLO_COBR_TARIF
                 WHERE NCONTA_CLIEN = :GOTFB0E2.NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN SQLCODE              NOT EQUAL ZEROS
                 MOVE 16                TO      GOTFW000-COD-RETORNO
                 MOVE 'ER13'            TO      GOTFW000-COD-ERRO
                 MOVE 'GOTF9999'        TO      GOTFW000-COD-MENSAGEM
                 SET DB2-SELECT         TO      TRUE
                 MOVE 'TCICLO_COBR_TARIF'
                                        TO      FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 SET WRK-CICLO-CADASTRADO TO    TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-INCLUIR-CICLO              SECTION.
      *----------------------------------------------------------------*

           MOVE '4000-INCLUIR-CICLO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3500-VALIDAR-DADOS-CICLO.

           IF  NOT WRK-CICLO-RECUSADO
               PERFORM 3600-VALIDAR-CONTA
           END-IF.

           IF  NOT WRK-CICLO-RECUSADO
               PERFORM 3700-LER-CICLO-ATUAL
               IF  WRK-CICLO-CADASTRADO
                   SET WRK-CICLO-RECUSADO TO    TRUE
                   MOVE 'CICLO JA CADASTRADO'
                                        TO      WRK-DS-MOTIVO
               END-IF
           END-IF.

           IF  WRK-CICLO-RECUSADO
               GO TO 4000-99-FIM
           END-IF.

           EXEC SQL
                INSERT INTO DB2PRD.TCICLO_COBR_TARIF
                       ( NCONTA_CLIEN
                       , DIA_DEBITO
                       , VVALOR_MIN_REMES )
                VALUES ( :GOTFB0E2.NCONTA-CLIEN
                       , :GOTFB0E2.DIA-DEBITO
                       , :GOTFB0E2.VVALOR-MIN-REMES )
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER14'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TCICLO_COBR_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           ELSE
               MOVE 01                  TO      GOTFW000-COD-RETORNO
               MOVE ZEROS               TO      GOTFW55C-QTD-ALTER-ANO
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-ALTERAR-CICLO              SECTION.
      *----------------------------------------------------------------*

           MOVE '5000-ALTERAR-CICLO'    TO      FRWKGHEA-IDEN-PARAGRAFO.

           PERFORM 3500-VALIDAR-DADOS-CICLO.

           IF  WRK-CICLO-RECUSADO
               GO TO 5000-99-FIM
           END-IF.

           PERFORM 3700-LER-CICLO-ATUAL.

           IF  NOT WRK-CICLO-CADASTRADO
               MOVE 08                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER19'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF0001'          TO      GOTFW000-COD-MENSAGEM
               GO TO 5000-99-FIM
           END-IF.

           IF  WRK-DIA-DEBITO-ATU       EQUAL   DIA-DEBITO OF GOTFB0E2
               AND WRK-VVALOR-MIN-ATU   EQUAL
                                        VVALOR-MIN-REMES OF GOTFB0E2
               SET WRK-CICLO-RECUSADO   TO      TRUE
               MOVE 'CICLO SEM ALTERACAO'
                                        TO      WRK-DS-MOTIVO
               GO TO 5000-99-FIM
           END-IF.

           PERFORM 5100-VERIFICAR-LIMITE-ANO.

           IF  NOT WRK-CICLO-RECUSADO
               PERFORM 5200-VERIFICAR-CONSOLIDACAO
           END-IF.

           IF  WRK-CICLO-RECUSADO
               GO TO 5000-99-FIM
           END-IF.

           PERFORM 5060-CAPTURAR-IMAGEM-ANTERIOR.

           EXEC SQL
                UPDATE DB2PRD.TCICLO_COBR_TARIF
                   SET DIA_DEBITO       = :GOTFB0E2.DIA-DEBITO
                     , VVALOR_MIN_REMES = :GOTFB0E2.VVALOR-MIN-REMES
                 WHERE NCONTA_CLIEN     = :GOTFB0E2.NCONTA-CLIEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE 08                TO      GOTFW000-COD-RETORNO
                 MOVE 'ER19'            TO      GOTFW000-COD-ERRO
                 MOVE 'GOTF0001'        TO      GOTFW000-COD-MENSAGEM
              WHEN SQLCODE              NOT EQUAL ZEROS
                 MOVE 16                TO      GOTFW000-COD-RETORNO
                 MOVE 'ER18'            TO      GOTFW000-COD-ERRO
                 MOVE 'GOTF9999'        TO      GOTFW000-COD-MENSAGEM
                 SET DB2-UPDATE         TO      TRUE
                 MOVE 'TCICLO_COBR_TARIF'
                                        TO      FRWKGDB2-NOME-TABELA
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 MOVE 01                TO      GOTFW000-COD-RETORNO
                 ADD  1                 TO      WRK-QTD-ALTER-ANO
                 MOVE WRK-QTD-ALTER-ANO TO      GOTFW55C-QTD-ALTER-ANO
           END-EVALUATE.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA EM TCICLO_COBR_TARIF_HIST A IMAGEM DA LINHA COMO ELA    *
      * ESTA ANTES DE A ALTERACAO SER EFETIVADA, COM DATA, HORA,       *
      * USUARIO E TIPO DE OPERACAO (PADRAO TEMPLATE_ALTERACAO). ESTAS  *
      * LINHAS TIPO 'A' SAO A CONTAGEM DO 5100-VERIFICAR-LIMITE-ANO    *
      *----------------------------------------------------------------*
       5060-CAPTURAR-IMAGEM-ANTERIOR   SECTION.
      *----------------------------------------------------------------*

           MOVE '5060-CAPTURAR-IMAGEM-ANTERIOR'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FRWKWAAA-WINFO-DADOS-DTOPER OF WRK-AREA-FRWKWAAA
                                        TO      WRK-HIST-DT-OPERACAO.
           MOVE FRWKWAAA-CAUTEN-SEGRC OF WRK-AREA-FRWKWAAA
                                        TO      WRK-HIST-USUARIO.
           MOVE 'A'                     TO      WRK-HIST-TIPO-OPERACAO.

           EXEC CICS ASKTIME ABSTIME(WRK-TIME-ATUAL) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WRK-TIME-ATUAL)
                                TIME(WRK-HIST-HR-OPERACAO)
           END-EXEC.

           EXEC SQL INSERT INTO DB2PRD.TCICLO_COBR_TARIF_HIST
                    SELECT T.*, :WRK-HIST-DT-OPERACAO,
                                 :WRK-HIST-HR-OPERACAO,
                                 :WRK-HIST-USUARIO,
                                 :WRK-HIST-TIPO-OPERACAO
                      FROM DB2PRD.TCICLO_COBR_TARIF T
                     WHERE T.NCONTA_CLIEN = :GOTFB0E2.NCONTA-CLIEN
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER17'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-INSERT           TO      TRUE
               MOVE 'TCICLO_COBR_TARIF_HIST'
                                        TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

      *----------------------------------------------------------------*
       5060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LIMITE DE ALTERACOES DO CICLO NO ANO CIVIL: CONTA AS IMAGENS   *
      * TIPO 'A' GRAVADAS NO HISTORICO DESDE 1O DE JANEIRO             *
      *----------------------------------------------------------------*
       5100-VERIFICAR-LIMITE-ANO       SECTION.
      *----------------------------------------------------------------*

           MOVE '5100-VERIFICAR-LIMITE-ANO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-DT-ATUAL-AAAA       TO      WRK-DT-INI-ANO-AAAA.
           MOVE 0101                    TO      WRK-DT-INI-ANO-MMDD.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-ALTER-ANO
                  FROM DB2PRD.TCICLO_COBR_TARIF_HIST
                 WHERE NCONTA_CLIEN   = :GOTFB0E2.NCONTA-CLIEN
                   AND CTIPO_OPERACAO = 'A'
                   AND DT_OPERACAO   >= :WRK-DT-INI-ANO
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER15'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TCICLO_COBR_TARIF_HIST'
                                        TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE WRK-QTD-ALTER-ANO       TO      GOTFW55C-QTD-ALTER-ANO.

           IF  WRK-QTD-ALTER-ANO        NOT LESS WRK-QTD-MAX-ALTER-ANO
               SET WRK-CICLO-RECUSADO   TO      TRUE
               MOVE 'LIMITE DE ALTERACOES NO ANO'
                                        TO      WRK-DS-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DEBITO CONSOLIDADO DO MES JA REMETIDO E AINDA SEM RETORNO      *
      * ('R' EM TCONS_REMES_TARIF) DEIXA O CICLO EM ABERTO: MUDAR O    *
      * DIA OU O MINIMO AGORA DESALINHARIA O RETORNO DO GOTF2RET       *
      *----------------------------------------------------------------*
       5200-VERIFICAR-CONSOLIDACAO     SECTION.
      *----------------------------------------------------------------*

           MOVE '5200-VERIFICAR-CONSOLIDACAO'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-DT-ATUAL-AAAA       TO      WRK-DT-INI-MES-AAAA.
           MOVE WRK-DT-ATUAL-MM         TO      WRK-DT-INI-MES-MM.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-CONS-ABERTA
                  FROM DB2PRD.TCONS_REMES_TARIF
                 WHERE NCONTA_CLIEN = :GOTFB0E2.NCONTA-CLIEN
                   AND IN_SITUACAO  = 'R'
                   AND DT_REMES    >= :WRK-DT-INI-MES
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER16'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TCONS_REMES_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  WRK-QTD-CONS-ABERTA      GREATER ZEROS
               SET WRK-CICLO-RECUSADO   TO      TRUE
               MOVE 'CONSOLIDACAO ABERTA NO CICLO'
                                        TO      WRK-DS-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
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

           MOVE 'GOTF55JS'              TO      FRWKGHEA-NOME-PROGRAMA.

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

       END PROGRAM GOTF55JS.
