      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 21/08/2028 HOMI         IN_MODO_EXEC ALEM DE 'N'/'T' (PSVP1095)*
      *                         E 'J' (AJUSTE PSVP1091): 'P'           *
      *                         PORTABILIDADE DE SAIDA (PSVP1088) E    *
      *                         'R' RENTABILIDADE MENSAL (PSVP1087)    *
      * 22/08/2028 HOMI         'X' ROLLOVER CORRETIVO (PSVP1097) E    *
      *                         'A' DECISAO DE AGING (PSVP1098). NOVA  *
      *                         COLUNA DT_CONTABIL (DEFAULT            *
      *                         '0001-01-01' = NAO CONTABILIZADO),     *
      *                         GRAVADA PELA INTERFACE CONTABIL        *
      *                         PSVP1086                               *
      ******************************************************************
       01  PSVPB0J1.
           10  NM-TABELA               PIC  X(08).
           10  DT-EXECUCAO             PIC  X(10).
           10  IN-MODO-EXEC            PIC  X(01).
           10  CD-PARTICAO             PIC  X(02).
           10  DT-CONTABIL             PIC  X(10).
