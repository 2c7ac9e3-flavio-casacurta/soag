      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFW56C                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DA MANUTENCAO DAS REGRAS DE    *
      *             IMPOSTO SOBRE TARIFAS (GOTF56JS)                   *
      * DATA      : 05/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * GOTFW56C-SOLIC-MAIS-DADOS = I/P/U PRIMEIRA PAGINA (>=);        *
      *                             S SEGUINTE (>); A ANTERIOR (<);    *
      *                             C INCLUIR REGRA; M ALTERAR REGRA   *
      *                             (C/M ENTRAM NA FILA DE DUPLA       *
      *                             CUSTODIA TPEND_MANUT_TARIF -       *
      *                             RETORNO 02 = PENDENTE APROVACAO,   *
      *                             COM O NUMERO DA PENDENCIA EM       *
      *                             GOTFW56C-NPEND-MANUT)              *
      * GOTFW56C-NREGRA-IMPTO     = CHAVE DE POSICIONAMENTO DA         *
      *                             CONSULTA / REGRA A ALTERAR (ZEROS  *
      *                             NA INCLUSAO)                       *
      * GOTFW56C-CSIST-ORIGE-IN E GOTFW56C-CJUSTF-EVNTO-IN EM BRANCO = *
      * REGRA PARA TODAS AS ORIGENS / CLASSES                          *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
           03  GOTFW56C.
               05  GOTFW56C-SOLIC-MAIS-DADOS   PIC X(001).
               05  GOTFW56C-NREG-QTDE          PIC 9(002).
               05  GOTFW56C-NREGRA-IMPTO       PIC 9(009).
               05  GOTFW56C-NPEND-MANUT        PIC 9(009).
               05  GOTFW56C-CTIPO-IMPTO-IN     PIC X(003).
               05  GOTFW56C-PERC-ALIQ-IN       PIC 9(003)V9(004).
               05  GOTFW56C-CSIST-ORIGE-IN     PIC X(003).
               05  GOTFW56C-CJUSTF-EVNTO-IN    PIC X(004).
               05  GOTFW56C-CCONTA-DESP-IN     PIC X(010).
               05  GOTFW56C-CCONTA-RECOL-IN    PIC X(010).
               05  GOTFW56C-DINI-VIGEN-IN      PIC X(010).
               05  GOTFW56C-DFIM-VIGEN-IN      PIC X(010).
               05  GOTFW56C-CMUNIC-ISS-IN      PIC X(007).
               05  GOTFW56C-LISTA OCCURS 20 TIMES.
                   07  GOTFW56C-NREGRA-IMPTO-L     PIC 9(009).
                   07  GOTFW56C-CTIPO-IMPTO-L      PIC X(003).
                   07  GOTFW56C-PERC-ALIQ-L
                                               PIC S9(03)V9(04) COMP-3.
                   07  GOTFW56C-CSIST-ORIGE-L      PIC X(003).
                   07  GOTFW56C-CJUSTF-EVNTO-L     PIC X(004).
                   07  GOTFW56C-CCONTA-DESP-L      PIC X(010).
                   07  GOTFW56C-CCONTA-RECOL-L     PIC X(010).
                   07  GOTFW56C-DINI-VIGEN-L       PIC X(010).
                   07  GOTFW56C-DFIM-VIGEN-L       PIC X(010).
                   07  GOTFW56C-CMUNIC-ISS-L       PIC X(007).
