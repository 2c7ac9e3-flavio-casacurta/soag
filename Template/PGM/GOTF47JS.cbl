      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TREGRA_EVNTO_TARIF        GOTFB0B1       *
      *                DB2PRD.TORIGE_SIST_TARIF        GOTFB0G4       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    FRWK1999 - GRAVAR LOG DE ERRO P/ ONLINE                     *
      *               PROPRIA DO GAM - UMA TAXA ERRADA DEIXA DE IR AO  *
      *               AR SEM UM SEGUNDO PAR DE OLHOS. A CONSULTA       *
      *               PAGINADA NAO MUDA.                               *
      *    MAR/2028 - HOMI - A ORIGEM PASSA A SER VALIDADA NO CADASTRO *
      *               DOS SISTEMAS DE ORIGEM (TORIGE_SIST_TARIF, SO    *
      *               ORIGEM ATIVA) EM VEZ DA LISTA FIXA               *
      *               CTC/CTP/EMP/INV/SEG: ORIGEM NOVA NAO EXIGE MAIS  *
      *               ALTERAR ESTE PROGRAMA.                           *
      *================================================================*

      *================================================================*
         05  FILLER                    PIC  9(06).
         05  WRK-SQLCODE-9-3           PIC S9(03).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * ORIGEM ATIVA NO CADASTRO DOS SISTEMAS DE ORIGEM               *
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-QTD-ORIGEM-ATIVA        PIC S9(09) COMP VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * DADOS DA PENDENCIA DE DUPLA CUSTODIA (TIPO DE OPERACAO E      *
      * CHAVE ALVO DA ALTERACAO)                                      *
               INCLUDE GOTFB0D7
           END-EXEC.

           EXEC SQL
               INCLUDE GOTFB0G4
           END-EXEC.

           EXEC SQL
                DECLARE CSR01-GOTFB0B1 CURSOR FOR
                SELECT NREGRA_EVNTO_TARIF
           MOVE '3500-VALIDAR-DADOS-REGRA'
                                        TO      FRWKGHEA-IDEN-PARAGRAFO.

           MOVE GOTFW47C-CSIST-ORIGE-IN TO      CSIST-ORIGE-TARIF
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
               MOVE 'ER13'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               SET DB2-SELECT           TO      TRUE
               MOVE 'TORIGE_SIST_TARIF' TO      FRWKGDB2-NOME-TABELA
               PERFORM 9200-TRATAR-ERRO-DB2
           END-IF.

           IF  WRK-QTD-ORIGEM-ATIVA     EQUAL   ZEROS
               MOVE 'GOTF9999'          TO      FRWKGLIV-COD-MENSAGEM
               MOVE 'ORIGEM INVALIDA NA REGRA DE TARIFA'
                                        TO      FRWKGLIV-PARAMETROS
               MOVE 16                  TO      GOTFW000-COD-RETORNO
               MOVE 'ER09'              TO      GOTFW000-COD-ERRO
               MOVE 'GOTF9999'          TO      GOTFW000-COD-MENSAGEM
               PERFORM 9300-TRATAR-ERRO-LIVRE
           END-IF.

           IF  GOTFW47C-CSIT-OPER-IN    EQUAL   SPACES
               OR GOTFW47C-VVALOR-REGRA-IN NOT NUMERIC
