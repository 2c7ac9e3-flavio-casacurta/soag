      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 15/03/2028 HOMI         RECUPERACAO DE BAIXA: DS-MOTIVO        *
      *                         'EVENTO BAIXADO' (RETORNO TARDIO PAGO  *
      *                         DE EVENTO JA BAIXADO, GRAVADO PELO     *
      *                         GOTF2RET) - NAO E REBATIDO PELO        *
      *                         GOTF2RSU E SIM CONSUMIDO PELO          *
      *                         GOTF2RCP, QUE A MARCA 'A' QUANDO       *
      *                         RECUPERA O EVENTO OU 'R' (RECUSADA NA  *
      *                         RECUPERACAO: EVENTO JA RECUPERADO OU   *
      *                         NAO MAIS BAIXADO - TRATAMENTO MANUAL   *
      *                         PELO GOTF049R)                         *
      ******************************************************************
       01  GOTFB0E8.
           10  NSUSP-RETNO             PIC S9(09)V COMP-3.
           10  IN-SITUACAO             PIC  X(01).
               88  SUSP-PENDENTE       VALUE 'S'.
               88  SUSP-APLICADA       VALUE 'A'.
               88  SUSP-RECUSADA       VALUE 'R'.
