      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFW57C                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DA MANUTENCAO DAS TAXAS DE     *
      *             CORRECAO MONETARIA DOS ESTORNOS TARDIOS (GOTF57JS) *
      * DATA      : 05/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * GOTFW57C-SOLIC-MAIS-DADOS = I/P/U PRIMEIRA PAGINA (>=);        *
      *                             S SEGUINTE (>); A ANTERIOR (<);    *
      *                             C INCLUIR TAXA; M ALTERAR TAXA     *
      *                             (C/M ENTRAM NA FILA DE DUPLA       *
      *                             CUSTODIA TPEND_MANUT_TARIF -       *
      *                             RETORNO 02 = PENDENTE APROVACAO,   *
      *                             COM O NUMERO DA PENDENCIA EM       *
      *                             GOTFW57C-NPEND-MANUT)              *
      * GOTFW57C-DINI-VIGEN       = CHAVE DE POSICIONAMENTO DA         *
      *                             CONSULTA / INICIO DE VIGENCIA DA   *
      *                             TAXA A ALTERAR (A TABELA NAO TEM   *
      *                             OUTRA CHAVE)                       *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
           03  GOTFW57C.
               05  GOTFW57C-SOLIC-MAIS-DADOS   PIC X(001).
               05  GOTFW57C-NREG-QTDE          PIC 9(002).
               05  GOTFW57C-DINI-VIGEN         PIC X(010).
               05  GOTFW57C-NPEND-MANUT        PIC 9(009).
               05  GOTFW57C-PERC-TAXA-IN       PIC 9(003)V9(006).
               05  GOTFW57C-DINI-VIGEN-IN      PIC X(010).
               05  GOTFW57C-DFIM-VIGEN-IN      PIC X(010).
               05  GOTFW57C-LISTA OCCURS 20 TIMES.
                   07  GOTFW57C-PERC-TAXA-L
                                               PIC S9(03)V9(06) COMP-3.
                   07  GOTFW57C-DINI-VIGEN-L       PIC X(010).
                   07  GOTFW57C-DFIM-VIGEN-L       PIC X(010).
