      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 22/03/2028 HOMI         DT-REMES-ORIGL, REPLICANDO A COLUNA    *
      *                         NOVA DE TSIT_MOVTO_TARIF               *
      * 15/03/2028 HOMI         NCAMPN-PROMO E VVALOR-DESC-PROMO,      *
      *                         REPLICANDO AS COLUNAS NOVAS DE         *
      *                         TSIT_MOVTO_TARIF                       *
      * 08/11/2027 HOMI         NCONTA-DEBTO, REPLICANDO A COLUNA      *
      *                         NOVA DE TSIT_MOVTO_TARIF               *
      * 12/10/2027 HOMI         NFATUR-ORIGE E NNOTA-CRED-TARIF,       *
      *                         REPLICANDO AS COLUNAS NOVAS DE         *
      *                         TSIT_MOVTO_TARIF                       *
      * 05/10/2027 HOMI         CSIT-REEMB-TARIF, DT-REEMB-TARIF,      *
      *                         VVALOR-REEMB-TARIF E NREMES-REEMB,     *
      *                         REPLICANDO AS COLUNAS NOVAS DE         *
      *                         TSIT_MOVTO_TARIF                       *
      * 20/05/2027 HOMI         NREMES-TARIF, REPLICANDO A COLUNA      *
      *                         NOVA DE TSIT_MOVTO_TARIF               *
      * 15/05/2027 HOMI         DT-COMPT-CTBIL, REPLICANDO A COLUNA    *
      *                         NOVA DE TSIT_MOVTO_TARIF               *
      * 05/04/2027 HOMI         NCONSOL-REMES, REPLICANDO A COLUNA     *
      *                         NOVA DE TSIT_MOVTO_TARIF               *
      * 25/02/2027 HOMI         CSIT-EVNTO-TARIF, REPLICANDO A COLUNA  *
      *                         NOVA DE TSIT_MOVTO_TARIF (NO ARQUIVO   *
           10  NCONSOL-REMES           PIC S9(13)V COMP-3.
           10  DT-COMPT-CTBIL          PIC  X(10).
           10  NREMES-TARIF            PIC S9(09)V COMP-3.
           10  CSIT-REEMB-TARIF        PIC  X(01).
           10  DT-REEMB-TARIF          PIC  X(10).
           10  VVALOR-REEMB-TARIF      PIC S9(13)V9(02) COMP-3.
           10  NREMES-REEMB            PIC S9(09)V COMP-3.
           10  NFATUR-ORIGE            PIC S9(09)V COMP-3.
           10  NNOTA-CRED-TARIF        PIC S9(09)V COMP-3.
           10  NCONTA-DEBTO            PIC S9(13)V COMP-3.
           10  NCAMPN-PROMO            PIC S9(09)V COMP-3.
           10  VVALOR-DESC-PROMO       PIC S9(13)V9(02) COMP-3.
           10  DT-REMES-ORIGL          PIC  X(10).
