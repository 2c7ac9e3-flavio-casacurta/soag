      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 15/03/2028 HOMI         GOTFW48C-DS-DADOS-L: DADOS DA TABELA   *
      *                         ALVO FORA DAS COLUNAS FIXAS (CADASTRO  *
      *                         DE ORIGENS, CTABELA 'ORIGE')           *
      ******************************************************************
           03  GOTFW48C.
               05  GOTFW48C-SOLIC-MAIS-DADOS   PIC X(001).
                   07  GOTFW48C-CUSUAR-APROV-L     PIC X(030).
                   07  GOTFW48C-DT-APROV-L         PIC X(010).
                   07  GOTFW48C-DS-MOTIVO-L        PIC X(040).
                   07  GOTFW48C-DS-DADOS-L         PIC X(060).
