      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 08/11/2027 HOMI         CONTA ALTERNATIVA DE DEBITO:           *
      *                         NPRIOR-DEBTO (PRIORIDADE DA CONTA DE   *
      *                         TCTA_DEBTO_ALTER EM USO; ZEROS = CONTA *
      *                         PRINCIPAL; -1 = ALTERNATIVAS           *
      *                         ESGOTADAS, REGUA SEGUE NA PRINCIPAL) E *
      *                         NCONTA-DEBTO (CONTA EM QUE O GOTF2REM  *
      *                         REAPRESENTA O DEBITO; ZEROS = CONTA    *
      *                         PRINCIPAL DO EVENTO). COLUNAS CRIADAS  *
      *                         COM DEFAULT ZEROS                      *
      ******************************************************************
       01  GOTFB0D2.
           10  CSIST-ORIGE-TARIF       PIC  X(03).
               88  PEND-AGUARDA-RETRY  VALUE 'P'.
               88  PEND-REREMETIDA     VALUE 'R'.
               88  PEND-BAIXADA        VALUE 'B'.
           10  NPRIOR-DEBTO            PIC S9(04) COMP.
           10  NCONTA-DEBTO            PIC S9(13)V COMP-3.
