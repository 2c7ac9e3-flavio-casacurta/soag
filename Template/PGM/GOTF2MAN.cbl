      *               CONTROLE DO PSVP1095 E OS TOTAIS DO LOG DE       *
      *               ERROS DA MADRUGADA - COM UM VEREDICTO OK /       *
      *               ATENCAO POR SUBSISTEMA E UM GERAL NO TOPO.       *
      *    MAR/2028 - HOMI - GOTF001C ACOMPANHA O LAYOUT ATUAL DO      *
      *               GOTF2DSS (LRECL 130, COM A CONTAGEM DE CONTA     *
      *               INVALIDA E OS CAMPOS DE PARTICAO). EM EXECUCAO   *
      *               PARTICIONADA O ARQUIVO LIDO E O CONSOLIDADO PELO *
      *               GOTF2JUN, NO MESMO LAYOUT.                       *
      *================================================================*

      *================================================================*

      *----------------------------------------------------------------*
      *   INPUT: GOTF001C - CONCILIACAO DA NOITE DO GOTF2DSS           *
      *            ORG. SEQUENCIAL     -   LRECL   =  130              *
      *----------------------------------------------------------------*
       FD  GOTF001C
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GOTF001C                 PIC  X(130).

      *----------------------------------------------------------------*
      *   INPUT: GOTF001R - REJEITOS DA NOITE (APENAS CONTADOS)        *
         05  CONC-ATRASADOS-GOTF001T   PIC  9(009).
         05  CONC-ISENTOS-GOTFB0B7     PIC  9(009).
         05  CONC-FORA-FAIXA-GOTFB0B7  PIC  9(009).
         05  CONC-CONTA-INVAL-GOTFB0B7 PIC  9(009).
         05  CONC-SW-DIVERGENCIA       PIC  X(001).
           88  CONC-DIVERGENTE                     VALUE 'S'.
         05  CONC-PARTICAO             PIC  X(002).
         05  CONC-QTD-PARTICOES        PIC  9(002).
         05  CONC-OUTRA-PARTICAO       PIC  9(009).
         05  FILLER                    PIC  X(008).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
      * APURACOES DA MANHA                                             *
