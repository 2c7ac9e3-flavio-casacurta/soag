      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF003S          O              WRK-REG-EXTR   *
      *                GOTF062S          O              WRK-REG-ELET   *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#FRWKGE - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    GOTF1300 - CONSULTA DA PREFERENCIA DE ENTREGA DA CONTA      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *               PELO EXTRATO SOB DEMANDA - A GRAFICA DEIXA DE    *
      *               CRUZAR NOME NA COPIA DELA. CONTA SEM CADASTRO    *
      *               SAI COM O MARCADOR DO MODULO, NUNCA EM BRANCO.   *
      *    NOV/2027 - HOMI - CONTA DE DEBITO NA LINHA DO EXTRATO (NOVO *
      *               CAMPO EXT-NCONTA-DEBTO, LRECL 162 -> 176): CONTA *
      *               EM QUE O DEBITO DO EVENTO FOI APRESENTADO PELO   *
      *               GOTF2REM (NCONTA_DEBTO - PRINCIPAL OU            *
      *               ALTERNATIVA DE TCTA_DEBTO_ALTER; LIQUIDADO, A    *
      *               CONTA QUE PAGOU). EVENTO AINDA NAO APRESENTADO   *
      *               (ZEROS) SAI COM A CONTA PRINCIPAL NCONTA_CLIEN.  *
      *    ABR/2028 - HOMI - PREFERENCIA DE ENTREGA DO TITULAR         *
      *               (TPREF_ENTREG_CLIEN, PELO NOVO MODULO GOTF1300,  *
      *               CONSULTADA NA TROCA DE CONTA JUNTO COM NOME E    *
      *               IDIOMA): CONTA EM PAPEL OU SEM PREFERENCIA SEGUE *
      *               NO GOTF003S PARA A GRAFICA; CONTA EM E-MAIL OU   *
      *               SOMENTE CANAL DIGITAL SAI NO NOVO GOTF062S (LRECL*
      *               257 - CANAL E ENDERECO DE CONTATO SEGUIDOS DA    *
      *               LINHA DO EXTRATO).                               *
      *================================================================*

      *================================================================*
           SELECT GOTF003S ASSIGN      TO   UT-S-GOTF003S
                      FILE STATUS      IS   WRK-FS-GOTF003S.

           SELECT GOTF062S ASSIGN      TO   UT-S-GOTF062S
                      FILE STATUS      IS   WRK-FS-GOTF062S.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
      *   OUTPUT: GOTF003S - EXTRATO DE EVENTOS DE TARIFA DO DIA       *
      *            (NOME DO TITULAR NA LINHA DESDE JUL/2027)           *
      *            ORG. SEQUENCIAL     -   LRECL   =  176              *
      *----------------------------------------------------------------*
       FD  GOTF003S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF003S                 PIC  X(176).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF062S - EXTRATO PARA ENTREGA ELETRONICA: CANAL E  *
      *            ENDERECO DE CONTATO DO TITULAR (TPREF_ENTREG_CLIEN) *
      *            SEGUIDOS DA MESMA LINHA DO GOTF003S                 *
      *            ORG. SEQUENCIAL     -   LRECL   =  257              *
      *----------------------------------------------------------------*
       FD  GOTF062S
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF062S                 PIC  X(257).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       01  WRK-ACUMULADORES.
         05  WRK-LIDOS-TARIF           PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GRAVADOS-GOTF003S     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-GRAVADOS-GOTF062S     PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-FS-GOTF003S             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF062S             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * IDIOMA DO TITULAR E ROTULO LOCALIZADO DA LINHA DO EXTRATO:    *
           10  ROT-DS-TEXTO            PIC  X(10).
       01  WRK-DS-ROTULO               PIC  X(10) VALUE 'TARIFA'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PREFERENCIA DE ENTREGA DO TITULAR (MODULO GOTF1300), RESOLVIDA *
      * JUNTO COM O NOME E O IDIOMA NA TROCA DE CONTA                  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1300                PIC  X(08)  VALUE  'GOTF1300'.

       COPY GOTFWENT.

       01  WRK-CANAL-MEMO              PIC  X(01) VALUE 'P'.
           88  WRK-ENTREGA-PAPEL                   VALUE 'P'.
       01  WRK-ENDER-MEMO              PIC  X(80) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF003S                     ***'.
         05  FILLER                    PIC  X(001)  VALUE SPACES.
         05  EXT-DS-ROTULO             PIC  X(010).
         05  EXT-NOME-CLIEN            PIC  X(030).
         05  FILLER                    PIC  X(001)  VALUE SPACES.
         05  EXT-NCONTA-DEBTO          PIC  9(013).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF062S                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-ELETRONICO.
         05  ELE-CCANAL-ENTREG         PIC  X(001).
         05  ELE-DS-ENDER-CONTATO      PIC  X(080).
         05  ELE-REG-EXTRATO           PIC  X(176).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
                       VVALOR_COBR_TARIF  ,
                       CMOEDA_ORIGL_TARIF ,
                       NFATUR_TARIF       ,
                       NCONTA_CLIEN       ,
                       NCONTA_DEBTO
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE DRECEB_MOVTO_TARIF = CURRENT DATE
                 ORDER BY CSIST_ORIGE_TARIF   ,
                      FRWKGARQ-REGISTRO
                      FRWKGDB2-REGISTRO.

           OPEN OUTPUT  GOTF003S
                        GOTF062S.

           PERFORM 1100-TESTAR-FILE-STATUS.

              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

           IF WRK-FS-GOTF062S       NOT EQUAL   '00'
              MOVE 'GOTF062S'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF062S      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
                    :GOTFB0B7.VVALOR-COBR-TARIF  ,
                    :GOTFB0B7.CMOEDA-ORIGL-TARIF ,
                    :GOTFB0B7.NFATUR-TARIF       ,
                    :GOTFB0B7.NCONTA-CLIEN       ,
                    :GOTFB0B7.NCONTA-DEBTO
           END-EXEC.

           EVALUATE TRUE
                                        TO      EXT-CMOEDA-ORIGL-TARIF.
           MOVE NFATUR-TARIF          OF GOTFB0B7
                                        TO      EXT-NFATUR-TARIF.
           IF NCONTA-DEBTO OF GOTFB0B7  EQUAL   ZEROS
              MOVE NCONTA-CLIEN       OF GOTFB0B7
                                        TO      EXT-NCONTA-DEBTO
           ELSE
              MOVE NCONTA-DEBTO       OF GOTFB0B7
                                        TO      EXT-NCONTA-DEBTO
           END-IF.

           IF WRK-ENTREGA-PAPEL
              MOVE WRK-REG-EXTRATO      TO      FD-GOTF003S
              WRITE FD-GOTF003S
              ADD 1                     TO      WRK-GRAVADOS-GOTF003S
           ELSE
              MOVE WRK-CANAL-MEMO       TO      ELE-CCANAL-ENTREG
              MOVE WRK-ENDER-MEMO       TO      ELE-DS-ENDER-CONTATO
              MOVE WRK-REG-EXTRATO      TO      ELE-REG-EXTRATO
              MOVE WRK-REG-ELETRONICO   TO      FD-GOTF062S
              WRITE FD-GOTF062S
              ADD 1                     TO      WRK-GRAVADOS-GOTF062S
           END-IF.

           PERFORM 1100-TESTAR-FILE-STATUS.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
              MOVE NCONTA-CLIEN OF GOTFB0B7 TO  WRK-CONTA-MEMO
              MOVE WRK-IDIOMA-EVENTO    TO      WRK-IDIOMA-MEMO
              MOVE WRK-NOME-CLIEN       TO      WRK-NOME-MEMO

              PERFORM 5700-BUSCAR-PREF-ENTREGA
           END-IF.

           PERFORM 5600-BUSCAR-TEXTO-ROTULO.
       5600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PREFERENCIA DE ENTREGA DO TITULAR (TPREF_ENTREG_CLIEN, PELO
      *    MODULO GOTF1300): CANAL 'P' - OU CONTA SEM PREFERENCIA -
      *    VAI PARA A GRAFICA NO GOTF003S; 'E' E-MAIL E 'D' SOMENTE
      *    CANAL DIGITAL VAO PARA O GOTF062S COM O ENDERECO DE CONTATO.
      *----------------------------------------------------------------*
       5700-BUSCAR-PREF-ENTREGA        SECTION.
      *----------------------------------------------------------------*

           MOVE '5700-BUSCAR-PREF-ENTREGA' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFWENT.
           MOVE GOTFWCAD-NCONTA-CLIEN   TO      GOTFWENT-NCONTA-CLIEN.

           CALL WRK-GOTF1300            USING   GOTFWENT.

           IF GOTFWENT-ERRO-DB2
              MOVE GOTFWENT-SQLCODE     TO      FRWKGDB2-SQLCODE
              MOVE 'TPREF_ENTREG_CLIEN' TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0062'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE GOTFWENT-CCANAL-ENTREG  TO      WRK-CANAL-MEMO.
           MOVE GOTFWENT-DS-ENDER       TO      WRK-ENDER-MEMO.

      *----------------------------------------------------------------*
       5700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7000-INICIAR-CKRS0105           SECTION.
      *----------------------------------------------------------------*
           DISPLAY '*                              *'
           DISPLAY '* GRAVADOS GOTF003S        : '
                                        WRK-GRAVADOS-GOTF003S
           DISPLAY '* GRAVADOS GOTF062S        : '
                                        WRK-GRAVADOS-GOTF062S
           DISPLAY '*                              *'
           DISPLAY '*********** GOTF2EXT ***********'


           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF003S
                 GOTF062S.

           PERFORM 1100-TESTAR-FILE-STATUS.

