      ******************************************************************
      *                                                                *
      * NOME BOOK : SACLB037                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TTRANS_MANIF               *
      *             HISTORICO DAS TRANSICOES DE SITUACAO DO PROTOCOLO  *
      *             DE MANIFESTACAO: UMA LINHA POR ENCERRAMENTO ('E',  *
      *             COM O DESFECHO) OU REABERTURA ('R'), COM A EQUIPE  *
      *             E O USUARIO QUE A FIZERAM E O TIMESTAMP. MANTIDA   *
      *             PELO SACL52JS.                                     *
      * DATA      : 06/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: SACL - ATENDIMENTO A CLIENTES                      *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  SACLB037.
           10  NPROT-MANIF             PIC S9(10)V COMP-3.
           10  NSEQ-TRANS              PIC S9(04) COMP.
           10  CTIPO-TRANS             PIC  X(01).
               88  TRANS-ENCERRAMENTO  VALUE 'E'.
               88  TRANS-REABERTURA    VALUE 'R'.
           10  CRESULT-MANIF           PIC  X(01).
           10  CEQUIPE                 PIC  X(08).
           10  CUSUAR-TRANS            PIC  X(08).
           10  TS-TRANS                PIC  X(26).
