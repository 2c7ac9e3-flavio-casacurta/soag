      ******************************************************************
      *                                                                *
      * NOME BOOK : SACLB040                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TDUPL_MANIF                *
      *             SUSPEITAS DE MANIFESTACAO DUPLICADA: UMA LINHA POR *
      *             PAR (PROTOCOLO MAIS NOVO NPROT_MANIF X PROTOCOLO   *
      *             MAIS ANTIGO NPROT_PRINC), COM O CRITERIO DA        *
      *             DETECCAO ('E' MESMO EVENTO DE TARIFA CONTESTADO /  *
      *             'T' MESMO DOCUMENTO DO CLIENTE E MESMO TIPO DENTRO *
      *             DA JANELA EM DIAS), A ORIGEM ('C' CARGA SACL2ENT / *
      *             'V' VARREDURA NOTURNA SACL2DUP) E A DECISAO DO     *
      *             ANALISTA NO SACL53JS ('S' SUSPEITA PENDENTE /      *
      *             'C' CONFIRMADA - O MAIS NOVO E ENCERRADO COMO      *
      *             DUPLICADO DO MAIS ANTIGO / 'D' DESCARTADA)         *
      * DATA      : 08/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: SACL - ATENDIMENTO A CLIENTES                      *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  SACLB040.
           10  NPROT-MANIF             PIC S9(10)V COMP-3.
           10  NPROT-PRINC             PIC S9(10)V COMP-3.
           10  CCRIT-DUPL              PIC  X(01).
               88  CRIT-MESMO-EVENTO   VALUE 'E'.
               88  CRIT-MESMO-TIPO     VALUE 'T'.
           10  CORIG-DETEC             PIC  X(01).
               88  DETEC-CARGA         VALUE 'C'.
               88  DETEC-VARREDURA     VALUE 'V'.
           10  DT-DETEC                PIC  X(10).
           10  CSIT-DUPL               PIC  X(01).
               88  DUPL-SUSPEITA       VALUE 'S'.
               88  DUPL-CONFIRMADA     VALUE 'C'.
               88  DUPL-DESCARTADA     VALUE 'D'.
           10  CUSUAR-DECISAO          PIC  X(08).
           10  TS-DECISAO              PIC  X(26).
