      ******************************************************************
      *                                                                *
      * NOME BOOK : PSVPB0R1                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TPSVP_INDICE_RENTB         *
      *             INDICE MENSAL DE RENTABILIDADE DO PLANO (PERCENTUAL*
      *             DO MES, CHAVE ANO/MES DE REFERENCIA) APLICADO AOS  *
      *             SALDOS BLOQUEADOS DE PECQ_MOV_QUOTA PELA           *
      *             APROPRIACAO MENSAL PSVP1087, E A SITUACAO DA       *
      *             APROPRIACAO DO MES: 'P' PENDENTE (INDICE CARREGADO)*
      *             / 'E' EM EXECUCAO / 'C' CONCLUIDA, COM OS TOTAIS.  *
      *             A FOTOGRAFIA MENSAL PSVP1096 SO E TIRADA COM A     *
      *             APROPRIACAO DO MES CONCLUIDA ('C').                *
      * DATA      : 08/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: PSVP - PREVIDENCIA - SALDOS E VIRADAS              *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  PSVPB0R1.
           10  AAMM-REFER              PIC  9(06).
           10  PC-INDICE-MES           PIC S9(03)V9(06) COMP-3.
           10  DT-CARGA                PIC  X(10).
           10  CUSUAR-CARGA            PIC  X(08).
           10  IN-SITUACAO             PIC  X(01).
               88  APROPR-PENDENTE     VALUE 'P'.
               88  APROPR-EM-EXECUCAO  VALUE 'E'.
               88  APROPR-CONCLUIDA    VALUE 'C'.
           10  DT-APROPR               PIC  X(10).
           10  QT-LIDOS                PIC S9(09) COMP-3.
           10  QT-ATLZ                 PIC S9(09) COMP-3.
           10  QT-EXCE                 PIC S9(09) COMP-3.
           10  VL-TOTAL-APROPR         PIC S9(13)V9(02) COMP-3.
