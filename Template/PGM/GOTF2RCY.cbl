      *                DB2PRD.TCTRL_RECPC_TARIF         GOTFB072       *
      *                DB2PRD.TPARM_EXEC                FRWKB995       *
      *                DB2PRD.TCADT_CONTA_CLIEN         GOTFB0E4       *
      *                DB2PRD.TORIGE_SIST_TARIF         GOTFB0G4       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - MODULO PARA INDICAR PROCESSAMWENTO               *
      *               'CONTA INEXISTENTE', 'CONTA NAO ATIVA') -        *
      *               REJEITO DE CONTA REENFILEIRADO SEM CORRECAO      *
      *               DEIXA DE POSTAR PELO CAMINHO DA RECICLAGEM.      *
      *    MAR/2028 - HOMI - A ORIGEM DO REJEITO PASSA A SER VALIDADA  *
      *               NO CADASTRO DOS SISTEMAS DE ORIGEM               *
      *               (TORIGE_SIST_TARIF, SO ORIGEM ATIVA), COMO NO    *
      *               GOTF2DSS, EM VEZ DA LISTA FIXA                   *
      *               CTC/CTP/EMP/INV/SEG.                             *
      *================================================================*

      *================================================================*
           88  WRK-EH-DUPLICADO                    VALUE 'S'.
       01  WRK-SW-ORIGEM-VALIDA        PIC  X(01) VALUE 'N'.
           88  WRK-ORIGEM-VALIDA                   VALUE 'S'.
       01  WRK-QTD-ORIGEM-ATIVA        PIC S9(09) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * VALIDACAO DA CONTA DO CLIENTE CONTRA O ESPELHO CADASTRAL      *
               INCLUDE GOTFB0E4
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G4
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(50)  VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.

           MOVE 'N'                     TO      WRK-SW-ORIGEM-VALIDA.

           MOVE ZEROS                   TO      WRK-QTD-ORIGEM-ATIVA.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WRK-QTD-ORIGEM-ATIVA
               FROM DB2PRD.TORIGE_SIST_TARIF
              WHERE CSIST_ORIGE_TARIF = :GOTFB0B7.CSIST-ORIGE-TARIF
                AND IN_ATIVO          = 'S'
           END-EXEC.

           IF (SQLCODE              NOT EQUAL   ZEROS)  OR
              (SQLWARN0                 EQUAL   'W')
              MOVE 'TORIGE_SIST_TARIF'  TO      FRWKGDB2-NOME-TABELA
              SET DB2-SELECT            TO      TRUE
              MOVE '0060'               TO      FRWKGDB2-LOCAL
              PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF WRK-QTD-ORIGEM-ATIVA      GREATER THAN ZEROS
              SET  WRK-ORIGEM-VALIDA    TO      TRUE
           END-IF.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
