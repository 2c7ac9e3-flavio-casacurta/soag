      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 15/01/2028 HOMI         IN-SITUACAO 'C': PARCELA CANCELADA     *
      *                         PELO GOTF2ENC - PLANO DE CONTA         *
      *                         ENCERRADA (SALDO ENTREGUE A COBRANCA)  *
      *                         OU DE EVENTO JA ESTORNADO/BAIXADO.     *
      *                         NAO E MAIS REMETIDA NEM COBRADA        *
      * 20/05/2027 HOMI         NREMES-PARC: NUMERO DA GERACAO DE      *
      *                         REMESSA EM QUE A PARCELA SAIU         *
      *                         (GOTF2REM; ZEROS = PENDENTE OU        *
               88  PARC-PENDENTE       VALUE 'P'.
               88  PARC-REMETIDA       VALUE 'R'.
               88  PARC-LIQUIDADA      VALUE 'L'.
               88  PARC-CANCELADA      VALUE 'C'.
