      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0G1                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.THIST_CONTA_CLIEN          *
      *             HISTORICO DAS ALTERACOES CADASTRAIS DA CONTA DO    *
      *             CLIENTE APLICADAS PELO GOTF2CAD EM                 *
      *             TCADT_CONTA_CLIEN: UMA LINHA POR ATRIBUTO ALTERADO *
      *             ('N' NOME, 'S' SITUACAO, 'I' IDIOMA), COM O VALOR  *
      *             ANTERIOR (EM BRANCO NA INCLUSAO DA CONTA) E O      *
      *             NOVO. NSEQ-ALTER E SEQUENCIAL POR CONTA            *
      * DATA      : 02/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFB0G1.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  NSEQ-ALTER              PIC S9(09)V COMP-3.
           10  CTIPO-ALTER             PIC  X(01).
           10  DT-ALTERACAO            PIC  X(10).
           10  DS-VALOR-ANTER          PIC  X(40).
           10  DS-VALOR-NOVO           PIC  X(40).
           10  DT-PROCESSAMENTO        PIC  X(10).
           10  CUSUAR-ALTER            PIC  X(08).
