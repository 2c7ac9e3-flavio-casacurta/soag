      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    GOTF1100 - CONTROLE DE INTEGRIDADE DE ARQUIVO (HMAC)        *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *               ADULTERADO NAO PASSA EM SILENCIO. TRAILER        *
      *               DIVERGENTE DA CONTAGEM LIDA ABENDA ANTES DO      *
      *               COMMIT.                                          *
      *    MAR/2028 - HOMI - CONTROLE DE INTEGRIDADE DO RETORNO DO     *
      *               RAZAO: O TRAILER DE GOTF027E GANHA               *
      *               RET-TRL-HASH-NSEQ (TOTAL HASH DAS SEQUENCIAS DE  *
      *               LANCAMENTO DOS DETALHES) E RET-TRL-DIGEST        *
      *               (HMAC-SHA-256 DE HEADER, DETALHES E TRAILER COM O*
      *               CAMPO EM BRANCO, CHAVE                           *
      *               'GOTF.HMAC.INTERFACE.RAZAO' - MODULO GOTF1100),  *
      *               FILLER 70 -> 23. NOVA SECAO                      *
      *               1500-VERIFICAR-INTEGRIDADE CONFERE O ARQUIVO     *
      *               INTEIRO ANTES DE MARCAR QUALQUER RESULTADO:      *
      *               DIGEST, TOTAL HASH OU QUANTIDADE DIVERGENTE, OU  *
      *               TRAILER AUSENTE, RECUSA O ARQUIVO TODO COM       *
      *               GOTF9970 NO LOG DO FRAMEWORK E ABEND.            *
      *================================================================*

      *================================================================*

           COPY 'I#CKRS04'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTROLE DE INTEGRIDADE DE GOTF027E (MODULO GOTF1100): O       *
      * ARQUIVO INTEIRO E CONFERIDO - DIGEST HMAC, TOTAL HASH DAS      *
      * SEQUENCIAS DE LANCAMENTO E QUANTIDADE DE DETALHES DO TRAILER - *
      * ANTES DE QUALQUER RESULTADO SER MARCADO                        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1100                PIC  X(08)  VALUE  'GOTF1100'.
       77  WRK-ROTULO-HMAC-RAZAO       PIC  X(64)  VALUE
           'GOTF.HMAC.INTERFACE.RAZAO'.

       COPY GOTFWINT.

       01  WRK-SW-FIM-INTEGRIDADE      PIC  X(01)  VALUE 'N'.
           88  WRK-FIM-INTEGRIDADE                 VALUE 'S'.
       01  WRK-SW-TRAILER-INTEGRIDADE  PIC  X(01)  VALUE 'N'.
           88  WRK-TRAILER-INTEGRIDADE             VALUE 'S'.
       01  WRK-DIGEST-RECEBIDO         PIC  X(32)  VALUE SPACES.
       01  WRK-HASH-RECEBIDO           PIC  9(15)  VALUE ZEROS.
       01  WRK-HASH-CALCULADO          PIC  9(15)  VALUE ZEROS.
       01  WRK-QTD-TRAILER-RECEBIDA    PIC  9(09)  VALUE ZEROS.
       01  WRK-DETALHES-INTEGRIDADE    PIC  9(09)  VALUE ZEROS.

       01  WRK-SQLCODE-AUX             PIC S9(09)  VALUE ZEROS.
       01  FILLER                      REDEFINES   WRK-SQLCODE-AUX.
         05  FILLER                    PIC  9(06).
       01  FILLER REDEFINES WRK-REG-RET.
         05  FILLER                    PIC  X(001).
         05  RET-TRL-QTD-DETALHES      PIC  9(009).
         05  RET-TRL-HASH-NSEQ         PIC  9(015).
         05  RET-TRL-DIGEST            PIC  X(032).
         05  FILLER                    PIC  X(023).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           WRITE FD-GOTF027S.
           PERFORM 1120-TESTAR-FS-GOTF027S.

           PERFORM 1500-VERIFICAR-INTEGRIDADE.

           PERFORM 2100-LER-GOTF027E.

           IF WRK-EOF-GOTF027E  OR  NOT RET-EH-HEADER
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERE O ARQUIVO GOTF027E INTEIRO ANTES DE QUALQUER
      *    MARCACAO: DIGEST HMAC DE HEADER, DETALHES E TRAILER (COM O
      *    CAMPO DO DIGEST EM BRANCO), TOTAL HASH DAS SEQUENCIAS DE
      *    LANCAMENTO E QUANTIDADE DE DETALHES. QUALQUER DIVERGENCIA
      *    RECUSA O ARQUIVO TODO COM ALERTA NO LOG DO FRAMEWORK E
      *    ABEND; CONFERIDO, O ARQUIVO E REABERTO PARA O PROCESSAMENTO.
      *----------------------------------------------------------------*
       1500-VERIFICAR-INTEGRIDADE      SECTION.
      *----------------------------------------------------------------*

           MOVE '1500-VERIFICAR-INTEGRIDADE' TO FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFWINT.
           MOVE WRK-ROTULO-HMAC-RAZAO   TO      GOTFWINT-ROTULO-CHAVE.
           SET  GOTFWINT-INICIAR        TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

           PERFORM 1510-LER-INTEGRIDADE
             UNTIL WRK-FIM-INTEGRIDADE.

           IF NOT WRK-TRAILER-INTEGRIDADE
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'GOTF027E SEM TRAILER DE INTEGRIDADE - ARQUIVO RECUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           SET  GOTFWINT-FINALIZAR      TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

           IF GOTFWINT-DIGEST       NOT EQUAL   WRK-DIGEST-RECEBIDO
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'DIGEST DE INTEGRIDADE DIVERGENTE EM GOTF027E - ARQUIVO RE
      -       'CUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-HASH-CALCULADO    NOT EQUAL   WRK-HASH-RECEBIDO
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL HASH DE SEQUENCIAS DIVERGENTE EM GOTF027E - ARQUIVO
      -       ' RECUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-QTD-TRAILER-RECEBIDA
                                    NOT EQUAL   WRK-DETALHES-INTEGRIDADE
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'QUANTIDADE DO TRAILER DIVERGENTE EM GOTF027E - ARQUIVO RE
      -       'CUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           DISPLAY '*** GOTF2CTR: GOTF027E CONFERIDO - '
                   GOTFWINT-QTD-REGISTROS ' REGISTROS, DIGEST '
                   GOTFWINT-DIGEST ' ***'.

           CLOSE GOTF027E.
           PERFORM 1110-TESTAR-FS-GOTF027E.

           OPEN INPUT   GOTF027E.
           PERFORM 1110-TESTAR-FS-GOTF027E.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1510-LER-INTEGRIDADE            SECTION.
      *----------------------------------------------------------------*

           MOVE '1510-LER-INTEGRIDADE'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF027E INTO WRK-REG-RET
               AT END
                  SET WRK-FIM-INTEGRIDADE TO    TRUE
           END-READ.

           IF WRK-FIM-INTEGRIDADE
              GO TO 1510-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-GOTF027E.

           EVALUATE TRUE
              WHEN RET-EH-TRAILER
                 MOVE RET-TRL-DIGEST    TO      WRK-DIGEST-RECEBIDO
                 IF RET-TRL-HASH-NSEQ   NUMERIC
                    MOVE RET-TRL-HASH-NSEQ TO   WRK-HASH-RECEBIDO
                 END-IF
                 IF RET-TRL-QTD-DETALHES NUMERIC
                    MOVE RET-TRL-QTD-DETALHES
                                        TO      WRK-QTD-TRAILER-RECEBIDA
                 END-IF
                 MOVE SPACES            TO      RET-TRL-DIGEST
                 SET WRK-TRAILER-INTEGRIDADE TO TRUE
                 SET WRK-FIM-INTEGRIDADE     TO TRUE
              WHEN RET-EH-DETALHE
                 ADD 1                  TO      WRK-DETALHES-INTEGRIDADE
                 IF RET-DET-NSEQ-LANC   NUMERIC
                    ADD RET-DET-NSEQ-LANC TO    WRK-HASH-CALCULADO
                 END-IF
           END-EVALUATE.

           MOVE WRK-REG-RET             TO      GOTFWINT-REGISTRO.
           MOVE LENGTH OF WRK-REG-RET   TO      GOTFWINT-TAM-REGISTRO.
           SET  GOTFWINT-ACUMULAR       TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-GOTF027E               SECTION.
      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
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
       9000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
