      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFW53C                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DA MANUTENCAO DO CADASTRO DOS  *
      *             SISTEMAS DE ORIGEM DE TARIFA (GOTF53JS)            *
      * DATA      : 03/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * GOTFW53C-SOLIC-MAIS-DADOS = I/P/U PRIMEIRA PAGINA (>=);        *
      *                             S SEGUINTE (>); A ANTERIOR (<);    *
      *                             C INCLUIR ORIGEM; M ALTERAR ORIGEM *
      *                             (C/M ENTRAM NA FILA DE DUPLA       *
      *                             CUSTODIA TPEND_MANUT_TARIF -       *
      *                             RETORNO 02 = PENDENTE APROVACAO,   *
      *                             COM O NUMERO DA PENDENCIA EM       *
      *                             GOTFW53C-NPEND-MANUT)              *
      * GOTFW53C-CSIST-ORIGE      = CHAVE DE POSICIONAMENTO DA         *
      *                             CONSULTA / ORIGEM A INCLUIR OU     *
      *                             ALTERAR                            *
      * GOTFW53C-CDEST-RETNO-IN   = DD DO RETORNO (GOTF25S1 A          *
      *                             GOTF25S9) OU BRANCOS               *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
           03  GOTFW53C.
               05  GOTFW53C-SOLIC-MAIS-DADOS   PIC X(001).
               05  GOTFW53C-NREG-QTDE          PIC 9(002).
               05  GOTFW53C-CSIST-ORIGE        PIC X(003).
               05  GOTFW53C-NPEND-MANUT        PIC 9(009).
               05  GOTFW53C-DS-ORIGE-IN        PIC X(040).
               05  GOTFW53C-IN-ATIVO-IN        PIC X(001).
               05  GOTFW53C-IN-TIPO-ENTR-IN    PIC X(001).
               05  GOTFW53C-CDEST-RETNO-IN     PIC X(008).
               05  GOTFW53C-CSEGM-CONTB-IN     PIC X(004).
               05  GOTFW53C-LISTA OCCURS 20 TIMES.
                   07  GOTFW53C-CSIST-ORIGE-L      PIC X(003).
                   07  GOTFW53C-DS-ORIGE-L         PIC X(040).
                   07  GOTFW53C-IN-ATIVO-L         PIC X(001).
                   07  GOTFW53C-IN-TIPO-ENTR-L     PIC X(001).
                   07  GOTFW53C-CDEST-RETNO-L      PIC X(008).
                   07  GOTFW53C-CSEGM-CONTB-L      PIC X(004).
                   07  GOTFW53C-CUSUAR-ALTER-L     PIC X(030).
                   07  GOTFW53C-DT-ALTER-L         PIC X(010).
