      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                GOTF016S          O              WRK-REG-FAT    *
      *                GOTF016E          O              WRK-REG-ELET   *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    GOTF1300 - CONSULTA DA PREFERENCIA DE ENTREGA DA CONTA      *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *               DO MES ENTRAM NA FATURA COM O SINAL QUE TEM,     *
      *               ABATENDO O TOTAL. O RERUN E SEGURO: EVENTO JA    *
      *               FATURADO (NFATUR_TARIF > 0) NAO E RESELECIONADO. *
      *    OUT/2027 - HOMI - NOTA DE CREDITO: CONTRAPARTIDA ('ESTR',   *
      *               'CORR', 'AJTE', 'BAIX') DE EVENTO JA FATURADO    *
      *               (NFATUR_ORIGE > 0) DEIXA DE ENTRAR NA FATURA DO  *
      *               MES - SAI NA NOTA DE CREDITO DO GOTF2NCR CONTRA  *
      *               A FATURA DO EVENTO ORIGINAL. A LINHA DE          *
      *               TFATUR_TARIF NASCE COM VVALOR_LIQUIDO =          *
      *               VVALOR_TOTAL E QTD_NOTAS_CRED ZERADA; AS NOTAS   *
      *               POSTERIORES ATUALIZAM O LIQUIDO.                 *
      *    ABR/2028 - HOMI - PREFERENCIA DE ENTREGA DO CLIENTE         *
      *               (TPREF_ENTREG_CLIEN, PELO NOVO MODULO GOTF1300)  *
      *               RESOLVIDA NA ABERTURA DA FATURA: CLIENTE EM PAPEL*
      *               OU SEM PREFERENCIA SEGUE NO GOTF016S PARA A      *
      *               GRAFICA; CLIENTE EM E-MAIL OU SOMENTE CANAL      *
      *               DIGITAL TEM A FATURA INTEIRA (H/C/D/T) NO NOVO   *
      *               GOTF016E (LRECL 213 - CANAL E ENDERECO DE CONTATO*
      *               SEGUIDOS DO REGISTRO DO GOTF016S).               *
      *================================================================*

      *================================================================*
           SELECT GOTF016S ASSIGN      TO   UT-S-GOTF016S
                      FILE STATUS      IS   WRK-FS-GOTF016S.

           SELECT GOTF016E ASSIGN      TO   UT-S-GOTF016E
                      FILE STATUS      IS   WRK-FS-GOTF016E.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

       01  FD-GOTF016S                 PIC  X(132).

      *----------------------------------------------------------------*
      *   OUTPUT: GOTF016E - FATURAS PARA ENTREGA ELETRONICA: CANAL E  *
      *            ENDERECO DE CONTATO DO CLIENTE (TPREF_ENTREG_CLIEN) *
      *            SEGUIDOS DO MESMO REGISTRO H/C/D/T DO GOTF016S      *
      *            ORG. SEQUENCIAL     -   LRECL   =  213              *
      *----------------------------------------------------------------*
       FD  GOTF016E
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF016E                 PIC  X(213).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           88  WRK-EOF-CURSOR                      VALUE 'S'.

       01  WRK-FS-GOTF016S             PIC  X(02)  VALUE SPACES.
       01  WRK-FS-GOTF016E             PIC  X(02)  VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * MES DE REFERENCIA E FAIXA DE DRECEB CORRESPONDENTE            *
       01  WRK-VLR-CLASSE              PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PREFERENCIA DE ENTREGA DO CLIENTE DA FATURA (MODULO GOTF1300): *
      * RESOLVIDA NA ABERTURA, VALE PARA TODOS OS REGISTROS DA FATURA  *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1300                PIC  X(08)  VALUE  'GOTF1300'.

       COPY GOTFWENT.

       01  WRK-CANAL-FATURA            PIC  X(01) VALUE 'P'.
           88  WRK-FATURA-PAPEL                    VALUE 'P'.
       01  WRK-ENDER-FATURA            PIC  X(80) VALUE SPACES.

       01  WRK-COMMIT-CONT             PIC S9(08) COMP VALUE ZEROS.
       01  WRK-INTERVALO-COMMIT        PIC S9(08) COMP VALUE +100.

       01  WRK-ACUMULADORES.
         05  WRK-EVENTOS-FATURADOS     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-FATURAS-EMITIDAS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-FATURAS-ELETRONICAS   PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-VLR-TOTAL-FATURADO    PIC S9(13)V9(02) COMP-3
                                                           VALUE ZEROS.

                                           SIGN LEADING SEPARATE.
         05  FILLER                    PIC  X(097) VALUE SPACES.

       01  WRK-REG-FAT-SAIDA           PIC  X(132) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF016E                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-ELETRONICO.
         05  ELE-CCANAL-ENTREG         PIC  X(001).
         05  ELE-DS-ENDER-CONTATO      PIC  X(080).
         05  ELE-REG-FATURA            PIC  X(132).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DO FRWK2999                           ***'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CURSOR DOS EVENTOS A FATURAR NO MES DE REFERENCIA, NA ORDEM   *
      * DAS QUEBRAS DA FATURA (CLIENTE + CLASSE). CONTRAPARTIDA DE    *
      * EVENTO JA FATURADO (NFATUR_ORIGE > 0) E DA NOTA DE CREDITO    *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                DECLARE C1 CURSOR WITH HOLD FOR
                       VVALOR_COBR_TARIF
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE NFATUR_TARIF = 0
                   AND NFATUR_ORIGE = 0
                   AND NCONTA_CLIEN > 0
                   AND DRECEB_MOVTO_TARIF BETWEEN
                       :WRK-DRECEB-INI AND :WRK-DRECEB-FIM
                      FRWKGARQ-REGISTRO
                      FRWKGDB2-REGISTRO.

           OPEN OUTPUT  GOTF016S
                        GOTF016E.

           PERFORM 1100-TESTAR-FS-GOTF016S.
           PERFORM 1110-TESTAR-FS-GOTF016E.

           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-TESTAR-FS-GOTF016E         SECTION.
      *----------------------------------------------------------------*

           MOVE '1110-TESTAR-FS-GOTF016E' TO    FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FS-GOTF016E       NOT EQUAL   '00'
              MOVE 'GOTF016E'           TO      FRWKGARQ-NOME-ARQUIVO
              MOVE WRK-FS-GOTF016E      TO      FRWKGARQ-FILE-STATUS
              PERFORM 9100-FORMATAR-ERRO-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CURSOR                 SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-AAMM-REFER-NUM      TO      FTH-AAMM-REFER.
           MOVE WRK-DATA-ATUAL          TO      FTH-DT-EMISSAO.

           PERFORM 5150-BUSCAR-PREF-ENTREGA.

           MOVE WRK-REG-FAT-HEADER      TO      WRK-REG-FAT-SAIDA.
           PERFORM 5900-GRAVAR-REGISTRO-FATURA.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PREFERENCIA DE ENTREGA DO CLIENTE (TPREF_ENTREG_CLIEN, PELO   *
      * MODULO GOTF1300): 'P' - OU SEM PREFERENCIA - VAI PARA A       *
      * GRAFICA NO GOTF016S; 'E' E-MAIL E 'D' SOMENTE CANAL DIGITAL   *
      * VAO INTEIRAS PARA O GOTF016E COM O ENDERECO DE CONTATO        *
      *----------------------------------------------------------------*
       5150-BUSCAR-PREF-ENTREGA        SECTION.
      *----------------------------------------------------------------*

           MOVE '5150-BUSCAR-PREF-ENTREGA' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFWENT.
           MOVE ZEROS                   TO      GOTFWENT-NCONTA-CLIEN.
           IF WRK-CONTA-ATUAL       IS GREATER THAN ZEROS
              MOVE WRK-CONTA-ATUAL      TO      GOTFWENT-NCONTA-CLIEN
           END-IF.

           CALL WRK-GOTF1300            USING   GOTFWENT.

           IF GOTFWENT-ERRO-DB2
              MOVE GOTFWENT-SQLCODE     TO      FRWKGDB2-SQLCODE
              MOVE 'TPREF_ENTREG_CLIEN' TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0045'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE GOTFWENT-CCANAL-ENTREG  TO      WRK-CANAL-FATURA.
           MOVE GOTFWENT-DS-ENDER       TO      WRK-ENDER-FATURA.

           IF NOT WRK-FATURA-PAPEL
              ADD 1                     TO      WRK-FATURAS-ELETRONICAS
           END-IF.

      *----------------------------------------------------------------*
       5150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA O DETALHE DO EVENTO E CARIMBA NELE O NUMERO DA FATURA   *
      *----------------------------------------------------------------*
           MOVE VVALOR-COBR-TARIF     OF GOTFB0B7
                                        TO      FTD-VVALOR-COBR-TARIF.

           MOVE WRK-REG-FAT-DETALHE     TO      WRK-REG-FAT-SAIDA.
           PERFORM 5900-GRAVAR-REGISTRO-FATURA.

           EXEC SQL
                UPDATE DB2PRD.TSIT_MOVTO_TARIF
           MOVE WRK-QTD-CLASSE          TO      FTC-QTD-EVENTOS.
           MOVE WRK-VLR-CLASSE          TO      FTC-VLR-CLASSE.

           MOVE WRK-REG-FAT-CLASSE      TO      WRK-REG-FAT-SAIDA.
           PERFORM 5900-GRAVAR-REGISTRO-FATURA.

           MOVE ZEROS                   TO      WRK-QTD-CLASSE
                                                WRK-VLR-CLASSE.
              MOVE WRK-PROX-NFATUR      TO      FTT-NFATUR
              MOVE WRK-QTD-FATURA       TO      FTT-QTD-EVENTOS
              MOVE WRK-VLR-FATURA       TO      FTT-VLR-TOTAL
              MOVE WRK-REG-FAT-TRAILER  TO      WRK-REG-FAT-SAIDA
              PERFORM 5900-GRAVAR-REGISTRO-FATURA

              MOVE WRK-PROX-NFATUR      TO      NFATUR-TARIF
                                                OF GOTFB0D3
                                                OF GOTFB0D3
              MOVE WRK-VLR-FATURA       TO      VVALOR-TOTAL
                                                OF GOTFB0D3
                                                VVALOR-LIQUIDO
                                                OF GOTFB0D3
              MOVE ZEROS                TO      QTD-NOTAS-CRED
                                                OF GOTFB0D3

              EXEC SQL
                INSERT INTO DB2PRD.TFATUR_TARIF
                       AAMM_REFER   ,
                       DT_EMISSAO   ,
                       QTD_EVENTOS  ,
                       VVALOR_TOTAL ,
                       VVALOR_LIQUIDO ,
                       QTD_NOTAS_CRED)
                  VALUES
                      (:GOTFB0D3.NFATUR-TARIF ,
                       :GOTFB0D3.NCONTA-CLIEN ,
                       :GOTFB0D3.AAMM-REFER   ,
                       :GOTFB0D3.DT-EMISSAO   ,
                       :GOTFB0D3.QTD-EVENTOS  ,
                       :GOTFB0D3.VVALOR-TOTAL ,
                       :GOTFB0D3.VVALOR-LIQUIDO ,
                       :GOTFB0D3.QTD-NOTAS-CRED)
              END-EXEC

              IF (SQLCODE              NOT EQUAL   ZEROS)  OR
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * GRAVA O REGISTRO DA FATURA NO ARQUIVO DO CANAL DO CLIENTE     *
      *----------------------------------------------------------------*
       5900-GRAVAR-REGISTRO-FATURA     SECTION.
      *----------------------------------------------------------------*

           MOVE '5900-GRAVAR-REGISTRO-FATURA' TO
                                        FRWKGHEA-IDEN-PARAGRAFO.

           IF WRK-FATURA-PAPEL
              MOVE WRK-REG-FAT-SAIDA    TO      FD-GOTF016S
              WRITE FD-GOTF016S
              PERFORM 1100-TESTAR-FS-GOTF016S
           ELSE
              MOVE WRK-CANAL-FATURA     TO      ELE-CCANAL-ENTREG
              MOVE WRK-ENDER-FATURA     TO      ELE-DS-ENDER-CONTATO
              MOVE WRK-REG-FAT-SAIDA    TO      ELE-REG-FATURA
              MOVE WRK-REG-ELETRONICO   TO      FD-GOTF016E
              WRITE FD-GOTF016E
              PERFORM 1110-TESTAR-FS-GOTF016E
           END-IF.

      *----------------------------------------------------------------*
       5900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           DISPLAY '* ---------------------------- *'
           DISPLAY '* MES DE REFERENCIA : ' WRK-AAMM-REFER-NUM
           DISPLAY '* FATURAS EMITIDAS  : ' WRK-FATURAS-EMITIDAS
           DISPLAY '*   ENTREGA ELETRON.: ' WRK-FATURAS-ELETRONICAS
           DISPLAY '* EVENTOS FATURADOS : ' WRK-EVENTOS-FATURADOS
           DISPLAY '* VALOR FATURADO    : ' WRK-VLR-TOTAL-FATURADO
           DISPLAY '*********** GOTF2FAT ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.

           CLOSE GOTF016S
                 GOTF016E.

           PERFORM 1100-TESTAR-FS-GOTF016S.
           PERFORM 1110-TESTAR-FS-GOTF016E.

           STOP RUN.

