      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSIT_MOVTO_TARIF          GOTFB0B7       *
      *                DB2PRD.TACUM_TARIF_MENSAL        GOTFB0B2       *
      *                DB2PRD.TCTA_DEBTO_ALTER          GOTFB0F6       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *    CKRS0105 - MODULO PARA INICIAR E FINALIZAR CONEXAO DB2      *
      *    FRWK3000 - REGISTRAR PARAMETRO EFETIVO DA EXECUCAO       *
      *    GOTF1100 - CONTROLE DE INTEGRIDADE DE ARQUIVO (HMAC)        *
      *    GOTF1200 - ENCARGOS DE MORA DO DEBITO PAGO COM ATRASO       *
      *    FRWK2999 - GRAVAR LOG DE ERRO P/ BATCH                      *
      *    BRAD0450 - ROTINA DE ABEND                                  *
      *----------------------------------------------------------------*
      *               DE CJUSTF (E O QUE O GOTF2VAC CONFERE) - TODO    *
      *               PROGRAMA QUE POSTA EVENTO/CONTRAPARTIDA COM      *
      *               CONTA DEVE ACUMULAR.                             *
      *    OUT/2027 - HOMI - NOTA DE CREDITO: A CONTRAPARTIDA DE BAIXA *
      *               PASSA A CARREGAR EM NFATUR_ORIGE A FATURA        *
      *               MENSAL DO EVENTO BAIXADO (NFATUR_TARIF). BAIXA   *
      *               DE EVENTO JA FATURADO SAI NA NOTA DE CREDITO DO  *
      *               GOTF2NCR CONTRA AQUELA FATURA.                   *
      *    NOV/2027 - HOMI - CONTA ALTERNATIVA DE DEBITO: RECUSA ('R') *
      *               OU CONTA ENCERRADA ('E') DE EVENTO NAO           *
      *               PARCELADO PROCURA EM TCTA_DEBTO_ALTER A PROXIMA  *
      *               CONTA ATIVA E VIGENTE DO CLIENTE (PRIORIDADE     *
      *               MAIOR QUE A DA CONTA RECUSADA). ACHANDO, A       *
      *               PENDENCIA DE TPEND_COBR_TARIF PASSA A APONTAR    *
      *               PARA ELA (NPRIOR_DEBTO/NCONTA_DEBTO) COM         *
      *               RETENTATIVA NA DATA, SEM CONSUMIR TENTATIVA - O  *
      *               GOTF2REM REAPRESENTA O DEBITO NA ALTERNATIVA.    *
      *               ESGOTADA A LISTA (NPRIOR_DEBTO -1), A REGUA      *
      *               SEGUE COMO ANTES NA CONTA PRINCIPAL.             *
      *    DEZ/2027 - HOMI - LIQUIDACAO PARCIAL: NOVA SITUACAO 'Q' NO  *
      *               RETORNO (DEBITO PARCIAL) COM O VALOR DEBITADO EM *
      *               RET-VLR-DEBITADO. O EVENTO ORIGINAL E LIQUIDADO  *
      *               ('L') PELO VALOR DEBITADO - O SALDO SAI DELE POR *
      *               CONTRAPARTIDA CJUSTF 'LPAR' - E O SALDO RENASCE  *
      *               NUM EVENTO RESIDUAL NOVO (CJUSTF 'RPAR') COM     *
      *               PENDENCIA EM TPEND_COBR_TARIF PARA A PROXIMA     *
      *               REMESSA. AS DUAS LINHAS ENTRAM NO ACUMULADO E NO *
      *               GOTF2CTB. DEBITO PARCIAL DE CONSOLIDADO OU DE    *
      *               EVENTO PARCELADO SAI EM GOTF005R PARA            *
      *               TRATAMENTO MANUAL.                               *
      *    MAR/2028 - HOMI - CONTROLE DE INTEGRIDADE DO RETORNO: O     *
      *               TRAILER DE GOTF005E GANHA TRL-VLR-HASH (TOTAL    *
      *               HASH DE RET-VLR-DEBITADO DOS DETALHES) E         *
      *               TRL-DIGEST (HMAC-SHA-256 DE HEADER, DETALHES E   *
      *               TRAILER COM O CAMPO EM BRANCO, CHAVE             *
      *               'GOTF.HMAC.REMESSA.DEBITO' - MODULO GOTF1100),   *
      *               FILLER 70 -> 23. NOVA SECAO                      *
      *               1500-VERIFICAR-INTEGRIDADE CONFERE O ARQUIVO     *
      *               INTEIRO ANTES DE APLICAR QUALQUER RETORNO:       *
      *               DIGEST, TOTAL HASH OU QUANTIDADE DIVERGENTE, OU  *
      *               TRAILER AUSENTE, RECUSA O ARQUIVO TODO COM       *
      *               GOTF9970 NO LOG DO FRAMEWORK E ABEND. CONFERIDO, *
      *               O ARQUIVO E REABERTO PARA O PROCESSAMENTO NORMAL.*
      *    MAR/2028 - HOMI - RECUPERACAO DE BAIXAS: RETORNO TARDIO DE  *
      *               EVENTO JA BAIXADO ('B') NAO E MAIS APLICADO POR  *
      *               CIMA DA BAIXA (NOVAS SECOES 5030/5040) - SAI EM  *
      *               GOTF005R COM MOTIVO 'EVENTO BAIXADO' E, SENDO    *
      *               DEBITO EFETUADO ('P'), VAI TAMBEM PARA           *
      *               TSUSP_RETNO_TARIF COM ESSE MOTIVO, DE ONDE O     *
      *               GOTF2RCP O RECUPERA (EVENTO 'C' E CONTRAPARTIDA  *
      *               'RECP'). O MOTIVO DA SUSPENSA PASSA A SER        *
      *               INFORMADO PELO CHAMADOR DE 5700.                 *
      *    MAR/2028 - HOMI - ENCARGOS DE MORA: O DEBITO PAGO QUE       *
      *               RESOLVE UMA PENDENCIA DA REGUA (RETENTATIVA DE   *
      *               DEBITO JA RECUSADO) CHAMA O MODULO GOTF1200, QUE *
      *               POSTA O EVENTO VINCULADO CJUSTF 'MORA' (MULTA +  *
      *               JUROS POR DIA UTIL DESDE A PRIMEIRA REMESSA ATE A*
      *               DATA DO PROCESSAMENTO, TAXAS DE                  *
      *               TTAXA_MORA_TARIF). CLIENTE ISENTO E EVENTO       *
      *               CONTESTADO NAO SAO ONERADOS. DEBITO PARCIAL,     *
      *               EVENTO PARCELADO E CONSOLIDADA NAO GERAM ENCARGO.*
      *               NOVOS CONTADORES NO RESUMO.                      *
      *    DEZ/2028 - HOMI - O NUMERO DO EVENTO RESIDUAL 'RPAR' PASSA  *
      *               A SER OBTIDO (MAX + 1) IMEDIATAMENTE ANTES DE    *
      *               CADA INCLUSAO, E NAO MAIS UMA VEZ NA             *
      *               INICIALIZACAO: O GOTF1200 NUMERA O EVENTO 'MORA' *
      *               NA MESMA TABELA E UNIDADE DE TRABALHO, E O       *
      *               CONTADOR GUARDADO REPETIA O NUMERO JA USADO POR  *
      *               ELE (-803).                                      *
      *================================================================*

      *================================================================*

           COPY 'I#CKRS04'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTROLE DE INTEGRIDADE DE GOTF005E (MODULO GOTF1100): O       *
      * ARQUIVO INTEIRO E CONFERIDO - DIGEST HMAC, TOTAL HASH DOS      *
      * VALORES DEBITADOS E QUANTIDADE DE DETALHES DO TRAILER - ANTES  *
      * DE QUALQUER RETORNO SER APLICADO                               *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1100                PIC  X(08)  VALUE  'GOTF1100'.
       77  WRK-ROTULO-HMAC-DEBITO      PIC  X(64)  VALUE
           'GOTF.HMAC.REMESSA.DEBITO'.

       COPY GOTFWINT.

       01  WRK-SW-FIM-INTEGRIDADE      PIC  X(01)  VALUE 'N'.
           88  WRK-FIM-INTEGRIDADE                 VALUE 'S'.
       01  WRK-SW-TRAILER-INTEGRIDADE  PIC  X(01)  VALUE 'N'.
           88  WRK-TRAILER-INTEGRIDADE             VALUE 'S'.
       01  WRK-DIGEST-RECEBIDO         PIC  X(32)  VALUE SPACES.
       01  WRK-HASH-RECEBIDO           PIC  9(13)V9(02) VALUE ZEROS.
       01  WRK-HASH-CALCULADO          PIC  9(13)V9(02) VALUE ZEROS.
       01  WRK-DETALHES-INTEGRIDADE    PIC  9(09)  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE AUXILIARES                         ***'.
       01  WRK-SW-PENDENCIA-NOVA       PIC  X(01) VALUE 'N'.
           88  WRK-PENDENCIA-NOVA                  VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTA ALTERNATIVA DE DEBITO (TCTA_DEBTO_ALTER): PRIORIDADE DA *
      * CONTA EM USO NA PENDENCIA (ZEROS = PRINCIPAL, -1 = LISTA      *
      * ESGOTADA) E PRAZO DA PROXIMA APRESENTACAO (ZEROS NA TROCA DE  *
      * CONTA, DIAS-RETRY NA REGUA DA PRINCIPAL)                      *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-NPRIOR-DEBTO            PIC S9(04) COMP VALUE ZEROS.
       01  WRK-DIAS-PROX-TENT          PIC S9(03) COMP-3 VALUE ZEROS.
       01  WRK-SW-CONTA-ALTER          PIC  X(01) VALUE 'N'.
           88  WRK-ACHOU-CONTA-ALTER               VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DADOS DO EVENTO ORIGINAL PARA A CONTRAPARTIDA DA BAIXA        *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-HSIT-ORIGINAL           PIC  X(08) VALUE SPACES.
       01  WRK-CSIT-ORIGINAL           PIC  X(02) VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * LIQUIDACAO PARCIAL ('Q'): SALDO NAO DEBITADO, CONTA E FATURA  *
      * DO EVENTO ORIGINAL E NUMERO DO EVENTO RESIDUAL (MAX + 1       *
      * OBTIDO A CADA INCLUSAO, COMO O 'MORA' DO GOTF1200)            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-VLR-RESIDUAL            PIC S9(13)V9(02) COMP-3
                                                   VALUE ZEROS.
       01  WRK-NCONTA-ORIGINAL         PIC S9(13)V COMP-3 VALUE ZEROS.
       01  WRK-NFATUR-ORIGINAL         PIC S9(09)V COMP-3 VALUE ZEROS.
       01  WRK-PROX-NMOVTO             PIC S9(13)V COMP-3 VALUE ZEROS.
       01  WRK-SW-PARCIAL-REJEITADO    PIC  X(01) VALUE 'N'.
           88  WRK-PARCIAL-REJEITADO               VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RETORNO TARDIO DE EVENTO JA BAIXADO ('B'): NAO E APLICADO     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-SW-EVENTO-BAIXADO       PIC  X(01) VALUE 'N'.
           88  WRK-EVENTO-BAIXADO                  VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ENCARGOS DE MORA (MODULO GOTF1200): SO O PAGAMENTO QUE         *
      * RESOLVE UMA PENDENCIA DA REGUA (RETENTATIVA DE DEBITO JA       *
      * RECUSADO) E ONERADO                                            *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  WRK-GOTF1200                PIC  X(08)  VALUE  'GOTF1200'.

       COPY GOTFWMOR.

       01  WRK-SW-PENDENCIA-RESOLVIDA  PIC  X(01) VALUE 'N'.
           88  WRK-PENDENCIA-RESOLVIDA             VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** AREA DE SAIDA GOTF014S                     ***'.
         05  WRK-PARC-DEVOLVIDAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PEND-REGISTRADAS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PEND-RESOLVIDAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PEND-CONTA-ALTER      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-EVENTOS-BAIXADOS      PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-CONSOL-TRATADAS       PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-PARCIAIS-GOTFB0B7     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-RESIDUAIS-ABERTOS     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-RETORNOS-BAIXADOS     PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-MORAS-POSTADAS        PIC  9(09)  COMP-3  VALUE ZEROS.
         05  WRK-MORAS-NAO-APLIC       PIC  9(09)  COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           88  RET-PAGO                            VALUE 'P'.
           88  RET-RECUSADO                        VALUE 'R'.
           88  RET-CONTA-ENCERRADA                 VALUE 'E'.
           88  RET-PARCIAL                         VALUE 'Q'.
           88  RET-SIT-VALIDA                      VALUES 'P' 'R' 'E'
                                                          'Q'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RET-NSEQ-PARC: NUMERO DA PARCELA, ECOADO PELO SISTEMA DE      *
      * DEBITO A PARTIR DE REM-NSEQ-PARC DA REMESSA (COMO HDR-NREMES) *
      * NIVEL DO EVENTO (LAYOUT ANTERIOR)                             *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
         05  RET-NSEQ-PARC             PIC  9(004).
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RET-VLR-DEBITADO: VALOR EFETIVAMENTE DEBITADO NA SITUACAO     *
      * 'Q' (DEBITO PARCIAL); NAS DEMAIS SITUACOES NAO E LIDO         *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
         05  RET-VLR-DEBITADO          PIC  9(013)V9(002).
         05  FILLER                    PIC  X(033).

       01  WRK-REG-HEADER-GOTF005E.
         05  HDR-TIPO-REGISTRO         PIC  X(001).
         05  TRL-TIPO-REGISTRO         PIC  X(001).
           88  TRL-EH-TRAILER                      VALUE 'T'.
         05  TRL-QTD-REGISTROS         PIC  9(009).
         05  TRL-VLR-HASH              PIC  9(013)V9(002).
         05  TRL-DIGEST                PIC  X(032).
         05  FILLER                    PIC  X(023).

       01  WRK-QTD-REGISTROS-HEADER    PIC  9(009) VALUE ZEROS.

               INCLUDE GOTFB0E8
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0F6
           END-EXEC.

           EXEC SQL
               INCLUDE FRWKB995
           END-EXEC.
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 1500-VERIFICAR-INTEGRIDADE.

           PERFORM 2050-VALIDAR-HEADER.

           PERFORM 2070-VALIDAR-REMESSA.
       1048-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    CONFERE O ARQUIVO GOTF005E INTEIRO ANTES DE QUALQUER
      *    APLICACAO: DIGEST HMAC DE HEADER, DETALHES E TRAILER (COM
      *    O CAMPO DO DIGEST EM BRANCO), TOTAL HASH DOS VALORES
      *    DEBITADOS E QUANTIDADE DE DETALHES. QUALQUER DIVERGENCIA
      *    RECUSA O ARQUIVO TODO COM ALERTA NO LOG DO FRAMEWORK E
      *    ABEND; CONFERIDO, O ARQUIVO E REABERTO PARA O PROCESSAMENTO.
      *----------------------------------------------------------------*
       1500-VERIFICAR-INTEGRIDADE      SECTION.
      *----------------------------------------------------------------*

           MOVE '1500-VERIFICAR-INTEGRIDADE' TO FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFWINT.
           MOVE WRK-ROTULO-HMAC-DEBITO  TO      GOTFWINT-ROTULO-CHAVE.
           SET  GOTFWINT-INICIAR        TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

           PERFORM 1510-LER-INTEGRIDADE
             UNTIL WRK-FIM-INTEGRIDADE.

           IF NOT WRK-TRAILER-INTEGRIDADE
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'GOTF005E SEM TRAILER DE INTEGRIDADE - ARQUIVO RECUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           SET  GOTFWINT-FINALIZAR      TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

           IF GOTFWINT-DIGEST       NOT EQUAL   WRK-DIGEST-RECEBIDO
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'DIGEST DE INTEGRIDADE DIVERGENTE EM GOTF005E - ARQUIVO RE
      -       'CUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF WRK-HASH-CALCULADO    NOT EQUAL   WRK-HASH-RECEBIDO
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'TOTAL HASH DE VALORES DIVERGENTE EM GOTF005E - ARQUIVO RE
      -       'CUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           IF TRL-QTD-REGISTROS     NOT EQUAL   WRK-DETALHES-INTEGRIDADE
              MOVE 'GOTF9970'           TO      FRWKGLIV-COD-MENSAGEM
              MOVE
              'QUANTIDADE DO TRAILER DIVERGENTE EM GOTF005E - ARQUIVO RE
      -       'CUSADO'
                                        TO      FRWKGLIV-PARAMETROS
              PERFORM 9350-TRATAR-ERRO-LIVRE
           END-IF.

           DISPLAY '*** GOTF2RET: GOTF005E CONFERIDO - '
                   GOTFWINT-QTD-REGISTROS ' REGISTROS, DIGEST '
                   GOTFWINT-DIGEST ' ***'.

           CLOSE GOTF005E.
           PERFORM 1110-TESTAR-FS-GOTF005E.

           OPEN INPUT   GOTF005E.
           PERFORM 1110-TESTAR-FS-GOTF005E.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1510-LER-INTEGRIDADE            SECTION.
      *----------------------------------------------------------------*

           MOVE '1510-LER-INTEGRIDADE'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           READ GOTF005E.

           IF WRK-FS-GOTF005E           EQUAL   '10'
              SET WRK-FIM-INTEGRIDADE   TO      TRUE
              GO TO 1510-99-FIM
           END-IF.

           PERFORM 1110-TESTAR-FS-GOTF005E.

           EVALUATE FD-GOTF005E(1:1)
              WHEN 'T'
                 MOVE FD-GOTF005E       TO      WRK-REG-TRAILER-GOTF005E
                 MOVE TRL-DIGEST        TO      WRK-DIGEST-RECEBIDO
                 IF TRL-VLR-HASH        NUMERIC
                    MOVE TRL-VLR-HASH   TO      WRK-HASH-RECEBIDO
                 END-IF
                 MOVE SPACES            TO      TRL-DIGEST
                 MOVE WRK-REG-TRAILER-GOTF005E
                                        TO      FD-GOTF005E
                 SET WRK-TRAILER-INTEGRIDADE TO TRUE
                 SET WRK-FIM-INTEGRIDADE     TO TRUE
              WHEN 'D'
                 MOVE FD-GOTF005E       TO      WRK-REG-RETORNO
                 ADD 1                  TO      WRK-DETALHES-INTEGRIDADE
                 IF RET-VLR-DEBITADO    NUMERIC
                    ADD RET-VLR-DEBITADO TO     WRK-HASH-CALCULADO
                 END-IF
           END-EVALUATE.

           MOVE FD-GOTF005E             TO      GOTFWINT-REGISTRO.
           MOVE LENGTH OF FD-GOTF005E   TO      GOTFWINT-TAM-REGISTRO.
           SET  GOTFWINT-ACUMULAR       TO      TRUE.
           PERFORM 5995-CHAMAR-GOTF1100.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LE O PRIMEIRO REGISTRO FISICO DE GOTF005E, ESPERANDO UM        *
      * HEADER ('H') COM O TOTAL DE REGISTROS DE CORPO, NO MESMO       *

           MOVE '5000-APLICAR-RETORNO'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO
                                        WRK-SW-PARCIAL-REJEITADO.

           IF RET-PARCIAL
              PERFORM 5800-AVALIAR-PARCIAL
           END-IF.

           IF NOT RET-SIT-VALIDA
              MOVE FD-GOTF005E          TO      REJ-REGISTRO-ORIGINAL
              MOVE ZEROS                TO      REJ-SQLCODE
              MOVE 'SITUACAO INVALIDA'  TO      REJ-MOTIVO
              PERFORM 5100-GRAVAR-REJEITO
           ELSE
           IF WRK-PARCIAL-REJEITADO
              CONTINUE
           ELSE
           IF RET-CSIST-ORIGE-TARIF     EQUAL   'CSL'
              PERFORM 5600-TRATAR-CONSOLIDADA
           ELSE
                                                OF GOTFB0B7
           MOVE RET-SIT-RETORNO         TO      WRK-SIT-RETORNO

           PERFORM 5030-VERIFICAR-BAIXADO

           IF WRK-EVENTO-BAIXADO
              PERFORM 5040-TRATAR-BAIXADO
           ELSE
           IF RET-PAGO OR RET-PARCIAL
              MOVE 'L'                  TO      WRK-SIT-EVENTO
           ELSE
              MOVE 'F'                  TO      WRK-SIT-EVENTO
                 MOVE 'TSIT_MOVTO_TARIF' TO     REJ-NOME-TABELA
                 MOVE 'EVENTO NAO ENCONTR' TO REJ-MOTIVO
                 PERFORM 5100-GRAVAR-REJEITO
                 MOVE 'EVENTO NAO ENCONTR' TO   DS-MOTIVO OF GOTFB0E8
                 PERFORM 5700-GRAVAR-SUSPENSA
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
           END-EVALUATE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * SITUACAO ATUAL DO EVENTO: BAIXADO POR ESGOTAMENTO ('B') NAO    *
      * RECEBE MAIS O RETORNO POR CIMA DA BAIXA. EVENTO INEXISTENTE    *
      * SEGUE O FLUXO NORMAL (REJEITO + SUSPENSA PELO UPDATE)          *
      *----------------------------------------------------------------*
       5030-VERIFICAR-BAIXADO          SECTION.
      *----------------------------------------------------------------*

           MOVE '5030-VERIFICAR-BAIXADO' TO     FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-EVENTO-BAIXADO.

           EXEC SQL
                SELECT CSIT_EVNTO_TARIF
                  INTO :GOTFB0B7.CSIT-EVNTO-TARIF
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 CONTINUE
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT          TO     TRUE
                 MOVE '0035'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN CSIT-EVNTO-TARIF OF GOTFB0B7 EQUAL 'B'
                 SET WRK-EVENTO-BAIXADO TO      TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * RETORNO TARDIO DE EVENTO JA BAIXADO: O EVENTO E A              *
      * CONTRAPARTIDA 'BAIX' FICAM COMO ESTAO E O RETORNO SAI EM       *
      * GOTF005R. DEBITO EFETUADO ('P') VAI TAMBEM PARA A CONTA-       *
      * CORRENTE DE SUSPENSOS COM MOTIVO 'EVENTO BAIXADO', QUE O       *
      * GOTF2RSU NAO REBATE: QUEM O CONSOME E A RECUPERACAO DE BAIXAS  *
      * GOTF2RCP, QUE MARCA O EVENTO COMO RECUPERADO E POSTA A         *
      * CONTRAPARTIDA 'RECP'. DEBITO PARCIAL NAO E SUSPENSO (A         *
      * SUSPENSA NAO GUARDA VALOR) - SEGUE PARA A COBRANCA INCLUIR NO  *
      * ARQUIVO DE RECUPERACAO                                         *
      *----------------------------------------------------------------*
       5040-TRATAR-BAIXADO             SECTION.
      *----------------------------------------------------------------*

           MOVE '5040-TRATAR-BAIXADO'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           ADD 1                        TO      WRK-RETORNOS-BAIXADOS.

           MOVE FD-GOTF005E             TO      REJ-REGISTRO-ORIGINAL.
           MOVE ZEROS                   TO      REJ-SQLCODE.
           MOVE 'TSIT_MOVTO_TARIF'      TO      REJ-NOME-TABELA.
           MOVE 'EVENTO BAIXADO'        TO      REJ-MOTIVO.
           PERFORM 5100-GRAVAR-REJEITO.

           IF RET-PAGO
              MOVE 'EVENTO BAIXADO'     TO      DS-MOTIVO OF GOTFB0E8
              PERFORM 5700-GRAVAR-SUSPENSA
           END-IF.

      *----------------------------------------------------------------*
       5040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DESFECHO COMUM DO RETORNO: CONTADORES, REJEITO TRABALHAVEL E  *
      * REGUA DE COBRANCA. EVENTO PARCELADO NAO ABRE PENDENCIA DE     *
              WHEN RET-PAGO
                 ADD 1                  TO      WRK-PAGOS-GOTFB0B7
                 PERFORM 5250-RESOLVER-PENDENCIA
                 IF WRK-PENDENCIA-RESOLVIDA
                    PERFORM 5270-APURAR-MORA
                 END-IF
              WHEN RET-PARCIAL
                 ADD 1                  TO      WRK-PARCIAIS-GOTFB0B7
                 PERFORM 5250-RESOLVER-PENDENCIA
                 PERFORM 5850-ABRIR-RESIDUAL
              WHEN RET-RECUSADO
                 ADD 1                  TO      WRK-RECUSADOS-GOTFB0B7
                 MOVE FD-GOTF005E       TO      REJ-REGISTRO-ORIGINAL

           MOVE '5250-RESOLVER-PENDENCIA' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO
                                        WRK-SW-PENDENCIA-RESOLVIDA.

           EXEC SQL
                DELETE FROM DB2PRD.TPEND_COBR_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 ADD 1                  TO      WRK-PEND-RESOLVIDAS
                 SET WRK-PENDENCIA-RESOLVIDA TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * RETENTATIVA PAGA: O DEBITO FOI RECUSADO ANTES E SO AGORA FOI  *
      * LIQUIDADO - O MODULO GOTF1200 APURA MULTA E JUROS POR DIA     *
      * UTIL DESDE A PRIMEIRA REMESSA ATE A DATA DO PROCESSAMENTO E   *
      * POSTA O EVENTO 'MORA' VINCULADO. CLIENTE ISENTO, EVENTO EM    *
      * CONTESTACAO, SEM TAXA VIGENTE OU SEM ATRASO VOLTAM 04 E SO    *
      * SAO CONTADOS                                                  *
      *----------------------------------------------------------------*
       5270-APURAR-MORA                SECTION.
      *----------------------------------------------------------------*

           MOVE '5270-APURAR-MORA'      TO      FRWKGHEA-IDEN-PARAGRAFO.

           INITIALIZE GOTFWMOR-BLOCO-ENTRADA.
           MOVE CSIST-ORIGE-TARIF  OF GOTFB0B7
                                        TO      GOTFWMOR-CSIST-ORIGE.
           MOVE DRECEB-MOVTO-TARIF OF GOTFB0B7
                                        TO      GOTFWMOR-DRECEB-MOVTO.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0B7
                                        TO      GOTFWMOR-NMOVTO-EVNTO.
           MOVE ZEROS                   TO      GOTFWMOR-VLR-PAGO.
           MOVE WRK-DATA-PROCESSO       TO      GOTFWMOR-DT-PAGAMENTO.
           MOVE 'GOTF2RET'              TO      GOTFWMOR-CUSUAR.

           CALL WRK-GOTF1200            USING   GOTFWMOR.

           EVALUATE TRUE
              WHEN GOTFWMOR-POSTADO
                 ADD 1                  TO      WRK-MORAS-POSTADAS
              WHEN GOTFWMOR-NAO-APLICAVEL
                 ADD 1                  TO      WRK-MORAS-NAO-APLIC
              WHEN GOTFWMOR-ERRO-CALENDARIO
                 MOVE 'CALE9998'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE 'CALE2000 RETORNOU ERRO NA CONTAGEM DE DIAS UTEIS'
                                        TO      FRWKGLIV-PARAMETROS
                 PERFORM 9350-TRATAR-ERRO-LIVRE
              WHEN OTHER
                 MOVE 'GOTF9997'        TO      FRWKGLIV-COD-MENSAGEM
                 MOVE SPACES            TO      FRWKGLIV-PARAMETROS
                 STRING 'ERRO DE SQL NOS ENCARGOS DE MORA GOTF1200 '
                                        DELIMITED BY SIZE
                        GOTFWMOR-NOME-TABELA
                                        DELIMITED BY SPACE
                   INTO FRWKGLIV-PARAMETROS
                 END-STRING
                 PERFORM 9350-TRATAR-ERRO-LIVRE
           END-EVALUATE.

      *----------------------------------------------------------------*
       5270-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DEBITO RECUSADO OU CONTA ENCERRADA: REGISTRA/ATUALIZA A       *
      * PENDENCIA DE COBRANCA DO EVENTO (SO PARA EVENTO NAO           *
      * PARCELADO - VER 5050). HAVENDO CONTA ALTERNATIVA AUTORIZADA  *
      * SEGUINTE (5350), A PENDENCIA PASSA A APONTAR PARA ELA COM     *
      * RETENTATIVA NA DATA E SEM CONSUMIR TENTATIVA. SEM             *
      * ALTERNATIVA, NA PRIMEIRA RECUSA A PENDENCIA ENTRA COM 1       *
      * TENTATIVA E PROXIMA RETENTATIVA EM DIAS-RETRY NA CONTA        *
      * PRINCIPAL; NAS SEGUINTES O CONTADOR AVANCA E, ATINGIDO        *
      * MAX-TENTATIVAS, O EVENTO E BAIXADO (5400)                     *
      *----------------------------------------------------------------*
       5300-TRATAR-FALHA-COBRANCA      SECTION.

           MOVE 'N'                     TO      WRK-SW-PENDENCIA-NOVA.
           MOVE ZEROS                   TO      WRK-QTD-TENTATIVAS.
           MOVE ZEROS                   TO      WRK-NPRIOR-DEBTO.

           EXEC SQL
                SELECT QTD_TENTATIVAS,
                       NPRIOR_DEBTO
                  INTO :WRK-QTD-TENTATIVAS,
                       :WRK-NPRIOR-DEBTO
                  FROM DB2PRD.TPEND_COBR_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                 CONTINUE
           END-EVALUATE.

           PERFORM 5350-BUSCAR-CONTA-ALTER.

           IF WRK-ACHOU-CONTA-ALTER
              MOVE ZEROS                TO      WRK-DIAS-PROX-TENT
              ADD 1                     TO      WRK-PEND-CONTA-ALTER
           ELSE
              MOVE -1                   TO      NPRIOR-DEBTO OF GOTFB0D2
              MOVE ZEROS                TO      NCONTA-DEBTO OF GOTFB0D2
              MOVE WRK-PARM-DIAS-RETRY  TO      WRK-DIAS-PROX-TENT
              ADD 1                     TO      WRK-QTD-TENTATIVAS
           END-IF.

           EXEC SQL
                SELECT CHAR(CURRENT DATE + :WRK-DIAS-PROX-TENT DAYS,
                            ISO)
                  INTO :WRK-DT-PROX-TENT
                  FROM SYSIBM.SYSDUMMY1
                       NMOVTO_EVNTO_TARIF ,
                       QTD_TENTATIVAS     ,
                       DT_PROX_TENTATIVA  ,
                       IN_SITUACAO        ,
                       NPRIOR_DEBTO       ,
                       NCONTA_DEBTO)
                  VALUES
                      (:GOTFB0D2.CSIST-ORIGE-TARIF  ,
                       :GOTFB0D2.DRECEB-MOVTO-TARIF ,
                       :GOTFB0D2.NMOVTO-EVNTO-TARIF ,
                       :GOTFB0D2.QTD-TENTATIVAS     ,
                       :GOTFB0D2.DT-PROX-TENTATIVA  ,
                       :GOTFB0D2.IN-SITUACAO        ,
                       :GOTFB0D2.NPRIOR-DEBTO       ,
                       :GOTFB0D2.NCONTA-DEBTO)
              END-EXEC

              IF (SQLCODE              NOT EQUAL   ZEROS)  OR
                UPDATE DB2PRD.TPEND_COBR_TARIF
                   SET QTD_TENTATIVAS    = :WRK-QTD-TENTATIVAS,
                       DT_PROX_TENTATIVA = :WRK-DT-PROX-TENT,
                       IN_SITUACAO       = 'P',
                       NPRIOR_DEBTO      = :GOTFB0D2.NPRIOR-DEBTO,
                       NCONTA_DEBTO      = :GOTFB0D2.NCONTA-DEBTO
                 WHERE CSIST_ORIGE_TARIF  =
                                          :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
              END-IF
           END-IF.

           IF NOT WRK-ACHOU-CONTA-ALTER
              IF WRK-QTD-TENTATIVAS GREATER OR EQUAL
                                        WRK-PARM-MAX-TENTATIVAS
                 PERFORM 5400-BAIXAR-EVENTO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       5300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PROXIMA CONTA ALTERNATIVA DO CLIENTE DO EVENTO: ATIVA, COM    *
      * AUTORIZACAO VIGENTE, DIFERENTE DA PRINCIPAL E DE PRIORIDADE   *
      * MAIOR QUE A DA CONTA QUE ACABOU DE RECUSAR. LISTA JA ESGOTADA *
      * (PRIORIDADE -1) NAO E RELIDA. +100 = NAO HA ALTERNATIVA       *
      *----------------------------------------------------------------*
       5350-BUSCAR-CONTA-ALTER         SECTION.
      *----------------------------------------------------------------*

           MOVE '5350-BUSCAR-CONTA-ALTER' TO    FRWKGHEA-IDEN-PARAGRAFO.

           MOVE 'N'                     TO      WRK-SW-CONTA-ALTER.

           IF WRK-NPRIOR-DEBTO          NOT LESS    ZEROS
              EXEC SQL
                   SELECT A.NPRIOR_DEBTO,
                          A.NCONTA_DEBTO
                     INTO :GOTFB0F6.NPRIOR-DEBTO,
                          :GOTFB0F6.NCONTA-DEBTO
                     FROM DB2PRD.TSIT_MOVTO_TARIF T,
                          DB2PRD.TCTA_DEBTO_ALTER A
                    WHERE T.CSIST_ORIGE_TARIF  =
                                          :GOTFB0B7.CSIST-ORIGE-TARIF
                      AND T.NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                      AND T.DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
                      AND A.NCONTA_CLIEN       = T.NCONTA_CLIEN
                      AND A.NCONTA_DEBTO      <> T.NCONTA_CLIEN
                      AND A.IN_SITUACAO        = 'A'
                      AND A.NPRIOR_DEBTO       > :WRK-NPRIOR-DEBTO
                      AND CHAR(CURRENT DATE, ISO)
                                 BETWEEN A.DT_INI_AUTORZ
                                     AND A.DT_FIM_AUTORZ
                    ORDER BY A.NPRIOR_DEBTO
                    FETCH FIRST 1 ROW ONLY
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE           EQUAL   +100
                    CONTINUE
                 WHEN (SQLCODE          NOT EQUAL   ZEROS)  OR
                      (SQLWARN0              EQUAL   'W')
                    MOVE 'TCTA_DEBTO_ALTER' TO  FRWKGDB2-NOME-TABELA
                    SET DB2-SELECT      TO      TRUE
                    MOVE '0059'         TO      FRWKGDB2-LOCAL
                    PERFORM 9200-TRATAR-ERRO-DB2
                 WHEN OTHER
                    SET WRK-ACHOU-CONTA-ALTER TO TRUE
                    MOVE NPRIOR-DEBTO OF GOTFB0F6
                      TO NPRIOR-DEBTO OF GOTFB0D2
                    MOVE NCONTA-DEBTO OF GOTFB0F6
                      TO NCONTA-DEBTO OF GOTFB0D2
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       5350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESGOTADAS AS TENTATIVAS: MARCA A PENDENCIA COMO BAIXADA,      *
      * GRAVA O EVENTO NO ARQUIVO DE BAIXA GOTF014S PARA A AREA DE    *
                SELECT VVALOR_COBR_TARIF,
                       HSIT_OPER_REALZ,
                       CSIT_OPER_REALZ,
                       NCONTA_CLIEN,
                       NFATUR_TARIF
                  INTO :WRK-VLR-ORIGINAL,
                       :WRK-HSIT-ORIGINAL,
                       :WRK-CSIT-ORIGINAL,
                       :GOTFB0B7.NCONTA-CLIEN,
                       :GOTFB0B7.NFATUR-ORIGE
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                    VVALOR_COBR_TARIF  ,
                    CMOEDA_ORIGL_TARIF ,
                    VVALOR_ORIGL_TARIF ,
                    NCONTA_CLIEN       ,
                    NFATUR_ORIGE)
               VALUES
                   (:GOTFB0B7.CSIST-ORIGE-TARIF  ,
                    :GOTFB0B7.DRECEB-MOVTO-TARIF ,
                    :GOTFB0B7.VVALOR-COBR-TARIF  ,
                    :GOTFB0B7.CMOEDA-ORIGL-TARIF ,
                    :GOTFB0B7.VVALOR-ORIGL-TARIF ,
                    :GOTFB0B7.NCONTA-CLIEN       ,
                    :GOTFB0B7.NFATUR-ORIGE)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
       5460-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DEBITO PARCIAL ('Q'): LE O EVENTO E NORMALIZA O RETORNO. VALOR *
      * DEBITADO QUE COBRE O EVENTO VIRA PAGO ('P'); VALOR ZERADO VIRA *
      * RECUSA ('R'). DEBITO CONSOLIDADO ('CSL') E EVENTO PARCELADO    *
      * NAO SAO DESMEMBRADOS - SAEM EM GOTF005R PARA TRATAMENTO        *
      * MANUAL. EVENTO INEXISTENTE TAMBEM SO E REJEITADO: O SUSPENSO   *
      * NAO GUARDA O VALOR DEBITADO PARA O GOTF2RSU REAPLICAR          *
      *----------------------------------------------------------------*
       5800-AVALIAR-PARCIAL            SECTION.
      *----------------------------------------------------------------*

           MOVE '5800-AVALIAR-PARCIAL'  TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE FD-GOTF005E             TO      REJ-REGISTRO-ORIGINAL.
           MOVE ZEROS                   TO      REJ-SQLCODE.
           MOVE 'TSIT_MOVTO_TARIF'      TO      REJ-NOME-TABELA.

           IF RET-CSIST-ORIGE-TARIF     EQUAL   'CSL'
              MOVE 'PARCIAL CONSOLIDADO' TO     REJ-MOTIVO
              SET WRK-PARCIAL-REJEITADO TO      TRUE
              PERFORM 5100-GRAVAR-REJEITO
              GO TO 5800-99-FIM
           END-IF.

           IF RET-VLR-DEBITADO          NOT NUMERIC
              MOVE 'VALOR PARCIAL INVAL' TO     REJ-MOTIVO
              SET WRK-PARCIAL-REJEITADO TO      TRUE
              PERFORM 5100-GRAVAR-REJEITO
              GO TO 5800-99-FIM
           END-IF.

           IF RET-NSEQ-PARC             IS NUMERIC
              AND RET-NSEQ-PARC         IS GREATER THAN ZEROS
              MOVE 'PARCIAL PARCELADO'  TO      REJ-MOTIVO
              SET WRK-PARCIAL-REJEITADO TO      TRUE
              PERFORM 5100-GRAVAR-REJEITO
              GO TO 5800-99-FIM
           END-IF.

           MOVE RET-CSIST-ORIGE-TARIF   TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0B7.
           MOVE RET-NMOVTO-EVNTO-TARIF  TO      NMOVTO-EVNTO-TARIF
                                                OF GOTFB0B7.
           MOVE RET-DRECEB-MOVTO-TARIF  TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0B7.

           EXEC SQL
                SELECT VVALOR_COBR_TARIF,
                       HSIT_OPER_REALZ,
                       CSIT_OPER_REALZ,
                       NCONTA_CLIEN,
                       NFATUR_TARIF
                  INTO :WRK-VLR-ORIGINAL,
                       :WRK-HSIT-ORIGINAL,
                       :WRK-CSIT-ORIGINAL,
                       :WRK-NCONTA-ORIGINAL,
                       :WRK-NFATUR-ORIGINAL
                  FROM DB2PRD.TSIT_MOVTO_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE              EQUAL   +100
                 MOVE SQLCODE           TO      REJ-SQLCODE
                 MOVE 'EVENTO NAO ENCONTR' TO REJ-MOTIVO
                 SET WRK-PARCIAL-REJEITADO TO   TRUE
                 PERFORM 5100-GRAVAR-REJEITO
                 GO TO 5800-99-FIM
              WHEN (SQLCODE             NOT EQUAL   ZEROS)  OR
                   (SQLWARN0                 EQUAL   'W')
                 MOVE 'TSIT_MOVTO_TARIF' TO     FRWKGDB2-NOME-TABELA
                 SET DB2-SELECT          TO     TRUE
                 MOVE '0065'             TO     FRWKGDB2-LOCAL
                 PERFORM 9200-TRATAR-ERRO-DB2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE ZEROS                   TO      WRK-QTD-PARC-ABERTAS.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-PARC-ABERTAS
                  FROM DB2PRD.TPARC_EVNTO_TARIF
                 WHERE CSIST_ORIGE_TARIF  = :GOTFB0B7.CSIST-ORIGE-TARIF
                   AND NMOVTO_EVNTO_TARIF =
                                          :GOTFB0B7.NMOVTO-EVNTO-TARIF
                   AND DRECEB_MOVTO_TARIF =
                                          :GOTFB0B7.DRECEB-MOVTO-TARIF
                   AND IN_SITUACAO       IN ('P', 'R')
           END-EXEC.

           IF SQLCODE               NOT EQUAL   ZEROS
              MOVE 'TPARC_EVNTO_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0066'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-PARC-ABERTAS      GREATER THAN ZEROS
              MOVE 'TPARC_EVNTO_TARIF'  TO      REJ-NOME-TABELA
              MOVE 'PARCIAL PARCELADO'  TO      REJ-MOTIVO
              SET WRK-PARCIAL-REJEITADO TO      TRUE
              PERFORM 5100-GRAVAR-REJEITO
              GO TO 5800-99-FIM
           END-IF.

           EVALUATE TRUE
              WHEN RET-VLR-DEBITADO     NOT LESS    WRK-VLR-ORIGINAL
                 SET RET-PAGO           TO      TRUE
              WHEN RET-VLR-DEBITADO     EQUAL   ZEROS
                 SET RET-RECUSADO       TO      TRUE
              WHEN OTHER
                 COMPUTE WRK-VLR-RESIDUAL =
                         WRK-VLR-ORIGINAL - RET-VLR-DEBITADO
           END-EVALUATE.

      *----------------------------------------------------------------*
       5800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * DEBITO PARCIAL LIQUIDADO NO EVENTO ORIGINAL: O SALDO NAO      *
      * DEBITADO SAI DO ORIGINAL POR CONTRAPARTIDA (VALOR INVERTIDO,  *
      * CJUSTF 'LPAR', COM A FATURA DO ORIGINAL EM NFATUR_ORIGE, COMO *
      * A DE BAIXA) E RENASCE NUM EVENTO RESIDUAL NOVO (CJUSTF        *
      * 'RPAR'), QUE ENTRA NA FILA TPEND_COBR_TARIF SEM TENTATIVA     *
      * CONSUMIDA E COM APRESENTACAO NA DATA - O GOTF2REM O REMETE NA *
      * PROXIMA REMESSA E A REGUA SEGUE NORMAL A PARTIR DAI. AS DUAS  *
      * LINHAS NAO SAO REMETIDAS PELO C1 (IND_REMES 'S'), ENTRAM NO   *
      * ACUMULADO DO MES (5460) E FLUEM PELO GOTF2CTB COM O PROPRIO   *
      * CJUSTF                                                        *
      *----------------------------------------------------------------*
       5850-ABRIR-RESIDUAL             SECTION.
      *----------------------------------------------------------------*

           MOVE '5850-ABRIR-RESIDUAL'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE WRK-DATA-PROCESSO       TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0B7.
           MOVE WRK-HSIT-ORIGINAL       TO      HSIT-OPER-REALZ
                                                OF GOTFB0B7.
           MOVE WRK-CSIT-ORIGINAL       TO      CSIT-OPER-REALZ
                                                OF GOTFB0B7.
           MOVE 'GOTF2RET'              TO      CUSUAR-MOVTO-EVNTO
                                                OF GOTFB0B7.
           MOVE 'BRL'                   TO      CMOEDA-ORIGL-TARIF
                                                OF GOTFB0B7.
           MOVE ZEROS                   TO      VVALOR-ORIGL-TARIF
                                                OF GOTFB0B7.
           MOVE WRK-NCONTA-ORIGINAL     TO      NCONTA-CLIEN
                                                OF GOTFB0B7.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * CONTRAPARTIDA DO SALDO NO EVENTO ORIGINAL                     *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           MOVE SPACES                  TO      RJUSTF-EVNTO-TARIF
                                                OF GOTFB0B7.
           STRING 'SALDO NAO DEBITADO EM LIQUIDACAO PARCIAL EVENTO '
                                        DELIMITED BY SIZE
                  RET-NMOVTO-EVNTO-TARIF DELIMITED BY SIZE
             INTO RJUSTF-EVNTO-TARIF OF GOTFB0B7
           END-STRING.

           MOVE 'LPAR'                  TO      CJUSTF-EVNTO-TARIF
                                                OF GOTFB0B7.
           COMPUTE VVALOR-COBR-TARIF OF GOTFB0B7 =
                   WRK-VLR-RESIDUAL * -1.
           MOVE WRK-NFATUR-ORIGINAL     TO      NFATUR-ORIGE
                                                OF GOTFB0B7.

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
                    NFATUR_ORIGE       ,
                    IND_REMES_TARIF    ,
                    CSIT_COBR_TARIF    ,
                    CSIT_EVNTO_TARIF)
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
                    :GOTFB0B7.NFATUR-ORIGE       ,
                    'S'                          ,
                    'Q'                          ,
                    'L')
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0067'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 5460-ACUMULAR-MES-CLIENTE.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * EVENTO RESIDUAL, AINDA NAO FATURADO. O NUMERO E OBTIDO NA     *
      * HORA: O GOTF1200 TAMBEM NUMERA EVENTOS ('MORA') NESTA MESMA   *
      * UNIDADE DE TRABALHO                                           *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           EXEC SQL
                SELECT COALESCE(MAX(NMOVTO_EVNTO_TARIF), 0) + 1
                  INTO :WRK-PROX-NMOVTO
                  FROM DB2PRD.TSIT_MOVTO_TARIF
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0006'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           MOVE WRK-PROX-NMOVTO         TO      NMOVTO-EVNTO-TARIF
                                                OF GOTFB0B7.

           MOVE SPACES                  TO      RJUSTF-EVNTO-TARIF
                                                OF GOTFB0B7.
           STRING 'RESIDUAL DE LIQUIDACAO PARCIAL DO EVENTO '
                                        DELIMITED BY SIZE
                  RET-NMOVTO-EVNTO-TARIF DELIMITED BY SIZE
             INTO RJUSTF-EVNTO-TARIF OF GOTFB0B7
           END-STRING.

           MOVE 'RPAR'                  TO      CJUSTF-EVNTO-TARIF
                                                OF GOTFB0B7.
           MOVE WRK-VLR-RESIDUAL        TO      VVALOR-COBR-TARIF
                                                OF GOTFB0B7.
           MOVE ZEROS                   TO      NFATUR-ORIGE
                                                OF GOTFB0B7.

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
                    NFATUR_ORIGE       ,
                    IND_REMES_TARIF    ,
                    CSIT_COBR_TARIF    ,
                    CSIT_EVNTO_TARIF)
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
                    :GOTFB0B7.NFATUR-ORIGE       ,
                    'S'                          ,
                    'Q'                          ,
                    'F')
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TSIT_MOVTO_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0068'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           PERFORM 5460-ACUMULAR-MES-CLIENTE.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * PENDENCIA DO RESIDUAL: CONTA PRINCIPAL, SEM TENTATIVA E COM   *
      * APRESENTACAO NA DATA                                          *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           MOVE CSIST-ORIGE-TARIF  OF GOTFB0B7
             TO CSIST-ORIGE-TARIF  OF GOTFB0D2.
           MOVE DRECEB-MOVTO-TARIF OF GOTFB0B7
             TO DRECEB-MOVTO-TARIF OF GOTFB0D2.
           MOVE NMOVTO-EVNTO-TARIF OF GOTFB0B7
             TO NMOVTO-EVNTO-TARIF OF GOTFB0D2.
           MOVE ZEROS                   TO      QTD-TENTATIVAS
                                                OF GOTFB0D2.
           MOVE WRK-DATA-PROCESSO       TO      DT-PROX-TENTATIVA
                                                OF GOTFB0D2.
           MOVE 'P'                     TO      IN-SITUACAO OF GOTFB0D2.
           MOVE ZEROS                   TO      NPRIOR-DEBTO
                                                OF GOTFB0D2.
           MOVE ZEROS                   TO      NCONTA-DEBTO
                                                OF GOTFB0D2.

           EXEC SQL
             INSERT INTO DB2PRD.TPEND_COBR_TARIF
                   (CSIST_ORIGE_TARIF  ,
                    DRECEB_MOVTO_TARIF ,
                    NMOVTO_EVNTO_TARIF ,
                    QTD_TENTATIVAS     ,
                    DT_PROX_TENTATIVA  ,
                    IN_SITUACAO        ,
                    NPRIOR_DEBTO       ,
                    NCONTA_DEBTO)
               VALUES
                   (:GOTFB0D2.CSIST-ORIGE-TARIF  ,
                    :GOTFB0D2.DRECEB-MOVTO-TARIF ,
                    :GOTFB0D2.NMOVTO-EVNTO-TARIF ,
                    :GOTFB0D2.QTD-TENTATIVAS     ,
                    :GOTFB0D2.DT-PROX-TENTATIVA  ,
                    :GOTFB0D2.IN-SITUACAO        ,
                    :GOTFB0D2.NPRIOR-DEBTO       ,
                    :GOTFB0D2.NCONTA-DEBTO)
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TPEND_COBR_TARIF'   TO      FRWKGDB2-NOME-TABELA
              SET DB2-INSERT            TO      TRUE
              MOVE '0069'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           ADD 1                        TO      WRK-RESIDUAIS-ABERTOS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * RESTAURA A CHAVE ORIGINAL NA AREA DA TABELA                   *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
           MOVE RET-NMOVTO-EVNTO-TARIF  TO      NMOVTO-EVNTO-TARIF
                                                OF GOTFB0B7.
           MOVE RET-DRECEB-MOVTO-TARIF  TO      DRECEB-MOVTO-TARIF
                                                OF GOTFB0B7.

      *----------------------------------------------------------------*
       5850-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-GRAVAR-REJEITO              SECTION.
      *----------------------------------------------------------------*
      *    (TSUSP_RETNO_TARIF, SITUACAO 'S'), COM O RESULTADO ORIGINAL
      *    DO RETORNO, PARA O REBATIMENTO GOTF2RSU REAPLICAR QUANDO O
      *    EVENTO CHEGAR. REGISTRO JA SUSPENSO (-803 NO INSERT, RERUN
      *    OU RETORNO REPETIDO DO MESMO EVENTO) E APENAS CONTADO. O
      *    MOTIVO VEM EM DS-MOTIVO: 'EVENTO NAO ENCONTR' (REBATIDO PELO
      *    GOTF2RSU) OU 'EVENTO BAIXADO' (RECUPERADO PELO GOTF2RCP).
      *----------------------------------------------------------------*
       5700-GRAVAR-SUSPENSA            SECTION.
      *----------------------------------------------------------------*
                       :GOTFB0E8.NMOVTO-EVNTO-TARIF ,
                       :GOTFB0E8.CSIT-COBR-TARIF    ,
                       CHAR(CURRENT DATE, ISO)      ,
                       :GOTFB0E8.DS-MOTIVO          ,
                       '0001-01-01'                 ,
                       'S')
           END-EXEC.
       5700-99-FIM.                    EXIT.
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
           DISPLAY '* PARC DEVOLVIDAS   : ' WRK-PARC-DEVOLVIDAS
           DISPLAY '* PEND REGISTRADAS  : ' WRK-PEND-REGISTRADAS
           DISPLAY '* PEND RESOLVIDAS   : ' WRK-PEND-RESOLVIDAS
           DISPLAY '* PEND CONTA ALTERN : ' WRK-PEND-CONTA-ALTER
           DISPLAY '* EVENTOS BAIXADOS  : ' WRK-EVENTOS-BAIXADOS
           DISPLAY '* CONSOL TRATADAS   : ' WRK-CONSOL-TRATADAS
           DISPLAY '* DEBITOS PARCIAIS  : ' WRK-PARCIAIS-GOTFB0B7
           DISPLAY '* RESIDUAIS ABERTOS : ' WRK-RESIDUAIS-ABERTOS
           DISPLAY '* RETORNOS S/ BAIXA : ' WRK-RETORNOS-BAIXADOS
           DISPLAY '* MORAS POSTADAS    : ' WRK-MORAS-POSTADAS
           DISPLAY '* MORAS NAO APLICAV : ' WRK-MORAS-NAO-APLIC
           DISPLAY '*********** GOTF2RET ***********'

           PERFORM  7100-ENCERRAR-CKRS0105.
