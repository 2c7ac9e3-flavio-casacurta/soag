      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0F5                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TSERV_REGUL_TARIF          *
      *             DE-PARA DA CHAVE INTERNA DO EVENTO (ORIGEM +       *
      *             CLASSE DA OPERACAO + CLASSE DE COBRANCA) PARA O    *
      *             CODIGO OFICIAL DE SERVICO DO BANCO CENTRAL, COM    *
      *             VIGENCIA. CSIT-OPER-REALZ E CJUSTF-EVNTO-TARIF EM  *
      *             BRANCO VALEM PARA QUALQUER VALOR (A LINHA MAIS     *
      *             ESPECIFICA PREVALECE). LIDA PELO GOTF2REG NA       *
      *             ESTATISTICA TRIMESTRAL DE TARIFAS                  *
      * DATA      : 11/2027                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFB0F5.
           10  CSIST-ORIGE-TARIF       PIC  X(03).
           10  CSIT-OPER-REALZ         PIC  X(02).
           10  CJUSTF-EVNTO-TARIF      PIC  X(04).
           10  DINI-VIGEN-SERV         PIC  X(10).
           10  DFIM-VIGEN-SERV         PIC  X(10).
           10  CSERV-REGUL             PIC  X(06).
           10  RSERV-REGUL             PIC  X(60).
