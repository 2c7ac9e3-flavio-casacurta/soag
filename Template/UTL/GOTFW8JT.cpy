      * GOTFW8JT-VLR-TOTAL-FILTRO  = SOMA DE VVALOR_COBR_TARIF DO      *
      *                              CONJUNTO FILTRADO COMPLETO,       *
      *                              DEVOLVIDA JUNTO COM A PAGINA      *
      * GOTFW8JT-FILTRO-NCONTA     = FILTRO OPCIONAL POR CONTA (ACEITA *
      *                              QUALQUER NUMERO DE CONTA          *
      *                              RENUMERADA)                       *
      *                              (ZEROS = SEM FILTRO)              *
      * GOTFW8JT-LISTA             = PAGINA DE ATE 20 EVENTOS          *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      *                         MARCADOR IN-ARQUIVO-L POR LINHA        *
      *                         ('A' = EVENTO ARQUIVADO - CORRECAO     *
      *                         EXIGE RESTAURACAO GOTF2RST)            *
      * 15/02/2028 HOMI         FILTRO OPCIONAL POR CONTA              *
      *                         (FILTRO-NCONTA) E CONTA DO EVENTO NA   *
      *                         PAGINA (NCONTA-CLIEN-L)                *
      ******************************************************************
           03  GOTFW8JT.
               05  GOTFW8JT-SOLIC-MAIS-DADOS   PIC X(001).
               05  GOTFW8JT-FILTRO-CSIT-OPER   PIC X(002).
               05  GOTFW8JT-VLR-TOTAL-FILTRO   PIC S9(13)V9(02) COMP-3.
               05  GOTFW8JT-IN-ARQUIVO         PIC X(001).
               05  GOTFW8JT-FILTRO-NCONTA      PIC 9(013).
               05  GOTFW8JT-LISTA OCCURS 20 TIMES.
                   07  GOTFW8JT-CSIST-ORIGE-TARIF-L
                                               PIC X(003).
                                               PIC S9(13)V9(02) COMP-3.
                   07  GOTFW8JT-NFATUR-TARIF-L PIC 9(009).
                   07  GOTFW8JT-IN-ARQUIVO-L   PIC X(001).
                   07  GOTFW8JT-NCONTA-CLIEN-L PIC 9(013).
