      *               RESULTADO POR LINHA. SUBSTITUI O UPDATE    *
      *               AVULSO DE DBA QUE PASSAVA AO LARGO DO      *
      *               JORNAL.                                    *
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES:                                 *
      * 11/2028 - HOMI - ALCADA NA CORRECAO MANUAL: A LINHA DE   *
      *           AJUSTE PASSA A TRAZER O PERFIL DO AUTORIZADOR  *
      *           (OBRIGATORIO) E A DIFERENCA ENTRE O NOVO VALOR *
      *           E O SALDO CORRENTE DO CAMPO, EM MODULO, TEM DE *
      *           CABER NO LIMITE DO PERFIL EM TALCADA_PERFIL    *
      *           (OPERACAO 'CORR'). ACIMA DELE A LINHA E        *
      *           RECUSADA PARA ESCALONAMENTO NO RELATORIO E     *
      *           VOLTA NO PROXIMO ARQUIVO COM UM AUTORIZADOR DE *
      *           ALCADA SUFICIENTE.                             *
      ************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WRK-FS-PSVPRELJ            PIC  X(002) VALUE SPACES.

       01  WRK-QTD-MARCADOR           PIC S9(004) COMP VALUE ZEROS.
       01  WRK-VLR-ALCADA             PIC S9(013)V9(002) COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *    SALDOS CORRENTES E RESULTANTES DA CHAVE EM AJUSTE           *
           05  AJST-CMOTIVO           PIC  X(004).
           05  FILLER                 PIC  X(001).
           05  AJST-NCHAMADO          PIC  X(012).
           05  FILLER                 PIC  X(001).
           05  AJST-CPERFIL-AUTORIZ   PIC  X(008).
           05  FILLER                 PIC  X(011).

      *----------------------------------------------------------------*
      *    REGISTRO DO RELATORIO DE RESULTADO                          *
           EXEC SQL INCLUDE PECQB007 END-EXEC.
           EXEC SQL INCLUDE PECQB027 END-EXEC.
           EXEC SQL INCLUDE PSVPB0J1 END-EXEC.
           EXEC SQL INCLUDE FRWKB988 END-EXEC.

      *===============================================================*
       PROCEDURE DIVISION.
      *    ROTINA VALIDAR A LINHA DE AJUSTE: CAMPO NO DOMINIO, MOTIVO  *
      *    E CHAMADO OBRIGATORIOS, CHAVE EXISTENTE E SALDO RESULTANTE  *
      *    NAO NEGATIVO (MESMA CONSISTENCIA DE 2150/2160 DO PSVP1095)  *
      *    E DIFERENCA DENTRO DA ALCADA DO PERFIL AUTORIZADOR          *
      ******************************************************************
      *----------------------------------------------------------------*
       2200-VALIDAR-AJUSTE        SECTION.
              GO TO 2200-99-FIM
           END-IF

           IF AJST-CPERFIL-AUTORIZ EQUAL SPACES
              MOVE 'S'                TO WRK-SW-RECUSADO
              MOVE 'SEM PERFIL AUTORIZADOR' TO WRK-MOTIVO-RECUSA
              GO TO 2200-99-FIM
           END-IF

           IF AJST-TABELA NOT EQUAL 'PECQB007'
              AND AJST-TABELA NOT EQUAL 'PECQB027'
              MOVE 'S'                TO WRK-SW-RECUSADO
      ******************************************************************
           EVALUATE TRUE
              WHEN AJST-CAMPO-QBLOQ-ATU
                 COMPUTE WRK-VLR-ALCADA = AJST-VLR-NOVO
                                        - WRK-QBLOQ-ATU-DEP
                 MOVE AJST-VLR-NOVO   TO WRK-QBLOQ-ATU-DEP
              WHEN AJST-CAMPO-QBLOQ-ANT
                 COMPUTE WRK-VLR-ALCADA = AJST-VLR-NOVO
                                        - WRK-QBLOQ-ANT-DEP
                 MOVE AJST-VLR-NOVO   TO WRK-QBLOQ-ANT-DEP
              WHEN AJST-CAMPO-QRENT-ATU
                 COMPUTE WRK-VLR-ALCADA = AJST-VLR-NOVO
                                        - WRK-QRENT-ATU-DEP
                 MOVE AJST-VLR-NOVO   TO WRK-QRENT-ATU-DEP
              WHEN AJST-CAMPO-QRENT-ANT
                 COMPUTE WRK-VLR-ALCADA = AJST-VLR-NOVO
                                        - WRK-QRENT-ANT-DEP
                 MOVE AJST-VLR-NOVO   TO WRK-QRENT-ANT-DEP
           END-EVALUATE

              MOVE 'S'                TO WRK-SW-RECUSADO
              MOVE 'SALDO RESULTANTE NEGATIVO'
                                      TO WRK-MOTIVO-RECUSA
              GO TO 2200-99-FIM
           END-IF

           PERFORM 2260-VALIDAR-ALCADA.

      *----------------------------------------------------------------*
       2200-99-FIM. EXIT.
       2250-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA VALIDAR A ALCADA: A DIFERENCA ENTRE O NOVO VALOR E O *
      *    SALDO CORRENTE DO CAMPO, EM MODULO, TEM DE CABER NO LIMITE  *
      *    DO PERFIL AUTORIZADOR EM TALCADA_PERFIL (OPERACAO 'CORR').  *
      *    PERFIL SEM LINHA ATIVA NAO TEM ALCADA. ACIMA DO LIMITE A    *
      *    LINHA E RECUSADA PARA ESCALONAMENTO                         *
      ******************************************************************
      *----------------------------------------------------------------*
       2260-VALIDAR-ALCADA        SECTION.
      *----------------------------------------------------------------*

           IF WRK-VLR-ALCADA IS LESS THAN ZEROS
              COMPUTE WRK-VLR-ALCADA = WRK-VLR-ALCADA * -1
           END-IF

           MOVE AJST-CPERFIL-AUTORIZ  TO CPERFIL-USUAR OF FRWKB988
           SET ALCADA-CORRC-MANUAL    TO TRUE

           EXEC SQL
                SELECT VLIMITE_ALCADA
                  INTO :FRWKB988.VLIMITE-ALCADA
                  FROM DB2PRD.TALCADA_PERFIL
                 WHERE CPERFIL_USUAR     = :FRWKB988.CPERFIL-USUAR
                   AND CTIPO_OPER_ALCADA = :FRWKB988.CTIPO-OPER-ALCADA
                   AND IN_ATIVO          = 'S'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 CONTINUE
              WHEN SQLCODE EQUAL +100
                 MOVE ZEROS           TO VLIMITE-ALCADA OF FRWKB988
              WHEN OTHER
                 MOVE 'DB2'           TO ERR-TIPO-ACESSO
                 MOVE 'SELECT'        TO ERR-DBD-TAB
                 MOVE 'TALCADA'       TO ERR-FUN-COMANDO
                 MOVE SQLCODE         TO ERR-SQL-CODE
                 MOVE '2260'          TO ERR-LOCAL
                 MOVE SPACES          TO ERR-SEGM
                 PERFORM 999-ROTINA-ERRO
           END-EVALUATE

           IF WRK-VLR-ALCADA IS GREATER THAN VLIMITE-ALCADA OF FRWKB988
              MOVE 'S'                TO WRK-SW-RECUSADO
              MOVE 'ACIMA DA ALCADA - ESCALONAR'
                                      TO WRK-MOTIVO-RECUSA
           END-IF.

      *----------------------------------------------------------------*
       2260-99-FIM. EXIT.
      *----------------------------------------------------------------*

      ******************************************************************
      *    ROTINA APLICAR O AJUSTE E GRAVAR A LINHA ANTES/DEPOIS NO    *
      *    JORNAL TPSVP_JRNL_ROLLOVER (MODO 'J' - AJUSTE MANUAL). O    *
