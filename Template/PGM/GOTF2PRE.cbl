      *               DE MILHARES DE SONDAGENS INUTEIS DE DUPLICIDADE  *
      *               EM DB2 DEIXAM DE ACONTECER: O GOTF2DSS PASSA A   *
      *               RECEBER GOTF003E COMO ENTRADA.                   *
      *    AGO/2028 - HOMI - O HEADER RECONSTRUIDO DE GOTF003E REPETE  *
      *               A DATA E O SEQUENCIAL DE GERACAO DO ORIGINAL     *
      *               (POS 13-28), QUE IDENTIFICAM O ARQUIVO NA AREA   *
      *               DE RESTART DO GOTF2DSS.                          *
      *================================================================*

      *================================================================*
           88  HDR-EH-HEADER                       VALUE 'H'.
         05  HDR-QTD-REGISTROS         PIC  9(009).
         05  HDR-VERSAO-LAYOUT         PIC  X(002).
         05  HDR-DT-GERACAO            PIC  X(010).
         05  HDR-NSEQ-GERACAO          PIC  X(006).
         05  FILLER                    PIC  X(327).

       01  WRK-REG-TRAILER-GOTF001E.
         05  TRL-TIPO-REGISTRO         PIC  X(001).
           MOVE SPACES                  TO      FD-GOTF003E.
           MOVE 'H'                     TO      FD-GOTF003E (1:1).
           MOVE HDR-VERSAO-LAYOUT       TO      FD-GOTF003E (11:2).
           MOVE HDR-DT-GERACAO          TO      FD-GOTF003E (13:10).
           MOVE HDR-NSEQ-GERACAO        TO      FD-GOTF003E (23:6).
           WRITE FD-GOTF003E.
           PERFORM 1120-TESTAR-FS-GOTF003E.

           MOVE WRK-GRAVADOS-GOTF003E   TO      TRL-QTD-REGISTROS.
           MOVE TRL-QTD-REGISTROS       TO      FD-GOTF003E (2:9).
           MOVE HDR-VERSAO-LAYOUT       TO      FD-GOTF003E (11:2).
           MOVE HDR-DT-GERACAO          TO      FD-GOTF003E (13:10).
           MOVE HDR-NSEQ-GERACAO        TO      FD-GOTF003E (23:6).

           REWRITE FD-GOTF003E.
           PERFORM 1120-TESTAR-FS-GOTF003E.
