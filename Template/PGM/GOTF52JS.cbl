      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TSTAG_EVNTO_TARIF        GOTFB0C9       *
      *                DB2PRD.TCADT_CONTA_CLIEN        GOTFB0E4       *
      *                DB2PRD.TORIGE_SIST_TARIF        GOTFB0G4       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    FRWK1999 - GRAVAR LOG DE ERRO P/ ONLINE                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    JUN/2027 - HOMI - CRIACAO DO PROGRAMA.                      *
      *    MAR/2028 - HOMI - A ORIGEM PASSA A SER VALIDADA NO CADASTRO *
      *               DOS SISTEMAS DE ORIGEM (TORIGE_SIST_TARIF, SO    *
      *               ORIGEM ATIVA) EM VEZ DA LISTA FIXA               *
      *               CTC/CTP/EMP/INV/SEG: ORIGEM NOVA NAO EXIGE MAIS  *
      *               ALTERAR ESTE PROGRAMA.                           *
      *================================================================*

      *================================================================*
       01  WRK-CONT-DUPLICADO          PIC S9(09) COMP VALUE ZEROS.
       01  WRK-CONT-TAXAS              PIC S9(09) COMP VALUE ZEROS.
       01  WRK-TENTATIVAS-SEQ          PIC S9(04) COMP VALUE ZEROS.
       01  WRK-QTD-ORIGEM-ATIVA        PIC S9(09) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DIGITO VERIFICADOR DA CONTA (MODULO 11, COMO 4200 DO GOTF2DSS)*
               INCLUDE GOTFB0E4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G4
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.

           MOVE '3100-VALIDAR-ORIGEM'   TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE GOTFW52C-CSIST-ORIGE-TARIF
                                        TO      CSIST-ORIGE-TARIF
                                                OF GOTFB0G4.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QTD-ORIGEM-ATIVA
                  FROM DB2PRD.TORIGE_SIST_TARIF
                 WHERE CSIST_ORIGE_TARIF =
                                          :GOTFB0G4.CSIST-ORIGE-TARIF
                   AND IN_ATIVO          = 'S'
           END-EXEC.

           IF  SQLCODE                  NOT EQUAL ZEROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER11'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TORIGE_SIST_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  WRK-QTD-ORIGEM-ATIVA     EQUAL   ZEROS
               SET WRK-EVENTO-RECUSADO  TO      TRUE
               MOVE 'ORIGEM INVALIDA'   TO      WRK-DS-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
