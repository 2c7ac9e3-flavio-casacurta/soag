      ******************************************************************
      *                                                                *
      * NOME BOOK : FRWKB989                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TLOG_ACESSO_CLIEN          *
      *             TRILHA DE LEITURA DE DADOS DE CLIENTE NAS          *
      *             CONSULTAS ONLINE (LGPD): UMA LINHA POR REQUISICAO  *
      *             ATENDIDA, GRAVADA PELO PROPRIO MODULO DE CONSULTA  *
      *             (GOTF08JS, GOTF46JS, GOTF49JS, GOTF51JS, GOTF54JS, *
      *             GOTF55JS, PECQ08JS, SACL48JS, SACL49JS) COM UM     *
      *             UNICO INSERT, SEM LEITURA PREVIA. RESPONDE "QUEM   *
      *             VIU OS DADOS DESTE CLIENTE" PELO FRWK54JS. PURGA   *
      *             PELA RETENCAO DO FRWK8300.                         *
      *             CTIPO-CHAVE: 'CT' CONTA DO CLIENTE (13 DIGITOS)    *
      *                          'EV' CHAVE DO EVENTO DE TARIFA        *
      *                               (SISTEMA+DRECEB+NMOVTO)          *
      *                          'QT' MOVIMENTO DE QUOTA               *
      *                          'PR' PROTOCOLO DE MANIFESTACAO        *
      *             INDICES: (CTIPO_CHAVE, CCHAVE_CLIEN, TS_ACESSO) E  *
      *                      (CUSUAR_ACESSO, TS_ACESSO); PARTICAO POR  *
      *                      DT_ACESSO                                 *
      * DATA      : 11/2028                                            *
      * AUTOR     : CARLOS ROBERTO DE MORAES - CPM/GFT                 *
      * COMPONENTE: FRAMEWORK ONLINE                                   *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  FRWKB989.
           10  TS-ACESSO               PIC  X(26).
           10  NTAREFA-CICS            PIC S9(07)V COMP-3.
           10  DT-ACESSO               PIC  X(10).
           10  HR-ACESSO               PIC  X(08).
           10  CUSUAR-ACESSO           PIC  X(30).
           10  CDEPEND-OPER            PIC S9(05)V COMP-3.
           10  CTERMINAL               PIC  X(04).
           10  CTRANSACAO              PIC  X(04).
           10  CPROGRAMA               PIC  X(08).
           10  CTIPO-CHAVE             PIC  X(02).
               88  ACESSO-CHAVE-CONTA      VALUE 'CT'.
               88  ACESSO-CHAVE-EVENTO     VALUE 'EV'.
               88  ACESSO-CHAVE-QUOTA      VALUE 'QT'.
               88  ACESSO-CHAVE-PROTOCOLO  VALUE 'PR'.
           10  CCHAVE-CLIEN            PIC  X(30).
           10  CSESS-FRWK              PIC  X(32).
