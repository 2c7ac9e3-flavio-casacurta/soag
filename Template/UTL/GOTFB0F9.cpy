      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0F9                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TDIFER_RECEI_TARIF         *
      *             CONTROLE DA RECEITA DIFERIDA DOS PLANOS DE         *
      *             PARCELAMENTO (UM REGISTRO POR EVENTO PARCELADO     *
      *             PELO GOTF2PAR): VALOR DO PLANO, RECEITA JA         *
      *             RECONHECIDA PELO VENCIMENTO DAS PARCELAS E SALDO   *
      *             REVERTIDO QUANDO O PLANO E ESTORNADO OU BAIXADO.   *
      *             MANTIDA PELO GOTF2DIF NO FECHAMENTO MENSAL.        *
      *             SITUACAO: 'A' ATIVO, 'C' CONCLUIDO (TUDO           *
      *             RECONHECIDO), 'E' REVERTIDO POR ESTORNO, 'B'       *
      *             REVERTIDO POR BAIXA                                *
      * DATA      : 01/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFB0F9.
           10  CSIST-ORIGE-TARIF       PIC  X(03).
           10  DRECEB-MOVTO-TARIF      PIC  X(10).
           10  NMOVTO-EVNTO-TARIF      PIC S9(13)V COMP-3.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  QTD-PARC-PLANO          PIC S9(04) COMP.
           10  VVALOR-PLANO            PIC S9(13)V9(02) COMP-3.
           10  VVALOR-RECONH           PIC S9(13)V9(02) COMP-3.
           10  VVALOR-REVERT           PIC S9(13)V9(02) COMP-3.
           10  AAMM-DIFER              PIC S9(06)V COMP-3.
           10  AAMM-ULT-RECONH         PIC S9(06)V COMP-3.
           10  AAMM-REVERT             PIC S9(06)V COMP-3.
           10  IN-SITUACAO             PIC  X(01).
               88  DIFER-ATIVO         VALUE 'A'.
               88  DIFER-CONCLUIDO     VALUE 'C'.
               88  DIFER-REVERT-ESTORNO VALUE 'E'.
               88  DIFER-REVERT-BAIXA  VALUE 'B'.
