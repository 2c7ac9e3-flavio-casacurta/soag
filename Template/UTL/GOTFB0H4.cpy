      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0H4                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TBOLETO_TARIF              *
      *             BOLETOS DE COBRANCA EMITIDOS PELO GOTF2REM PARA OS *
      *             EVENTOS DE CONTA SEM AUTORIZACAO DE DEBITO         *
      *             AUTOMATICO (TAUTZ_DEBTO_CLIEN): UMA LINHA POR      *
      *             BOLETO, CHAVE NOSSO NUMERO, COM O EVENTO COBRADO,  *
      *             VALOR, VENCIMENTO E O CODIGO DE BARRAS (PADRAO     *
      *             FEBRABAN, 44 POSICOES). SITUACAO 'E' EMITIDO,      *
      *             'L' LIQUIDADO PELO RETORNO DE PAGAMENTO GOTF2BLR   *
      *             (COM DATA E VALOR PAGOS). DATA NAO INFORMADA =     *
      *             '0001-01-01'                                       *
      * DATA      : 04/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      * 15/12/2028 HOMI         NSEQ-PARC: PARCELA (TPARC_EVNTO_TARIF) *
      *                         COBRADA PELO BOLETO - PARCELA VENCIDA  *
      *                         DE CONTA SEM AUTORIZACAO DE DEBITO;    *
      *                         ZEROS = BOLETO DO EVENTO INTEIRO       *
      ******************************************************************
       01  GOTFB0H4.
           10  NNOSSO-NUMERO           PIC S9(11)V COMP-3.
           10  CSIST-ORIGE-TARIF       PIC  X(03).
           10  DRECEB-MOVTO-TARIF      PIC  X(10).
           10  NMOVTO-EVNTO-TARIF      PIC S9(13)V COMP-3.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  VVALOR-BOLETO           PIC S9(13)V9(02) COMP-3.
           10  DT-EMISSAO              PIC  X(10).
           10  DT-VENCTO               PIC  X(10).
           10  CCODIGO-BARRAS          PIC  X(44).
           10  CSIT-BOLETO             PIC  X(01).
               88  BOLETO-EMITIDO      VALUE 'E'.
               88  BOLETO-LIQUIDADO    VALUE 'L'.
           10  DT-PAGTO                PIC  X(10).
           10  VVALOR-PAGO             PIC S9(13)V9(02) COMP-3.
           10  NSEQ-PARC               PIC S9(04) COMP.
