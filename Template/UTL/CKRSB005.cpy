      ******************************************************************
      *                                                                *
      * NOME BOOK : CKRSB005                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.THIST_DESC_RESTART         *
      *             TRILHA DOS DESCARTES DE AREA DE RESTART DO         *
      *             CKRS0100: UMA LINHA CADA VEZ QUE O OPERADOR MANDA  *
      *             UM JOB COM CHECKPOINT (GOTF2DSS, PSVP1095)         *
      *             DESPREZAR A AREA GRAVADA, COM O PROGRAMA, O PLAN   *
      *             (QUALIFICADOR DE PARTICAO), QUEM AUTORIZOU, QUANDO,*
      *             A IDENTIDADE DA ENTRADA A QUE A AREA DESCARTADA    *
      *             PERTENCIA, A IDENTIDADE DA EXECUCAO CORRENTE E A   *
      *             POSICAO (REGISTROS JA LIDOS) QUE FOI ABANDONADA    *
      * DATA      : 08/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * COMPONENTE: CKRS - CONTROLE DE PROCESSAMENTO                   *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  CKRSB005.
           10  CNOME-PROGRAMA          PIC  X(08).
           10  CPLAN-CKPT              PIC  X(08).
           10  DT-DESCARTE             PIC  X(10).
           10  HR-DESCARTE             PIC  X(08).
           10  CUSUAR-DESCARTE         PIC  X(08).
           10  DS-IDENT-DESCARTADA     PIC  X(60).
           10  DS-IDENT-EXECUCAO       PIC  X(60).
           10  QTD-POSICAO-DESCARTADA  PIC S9(09)V COMP-3.
