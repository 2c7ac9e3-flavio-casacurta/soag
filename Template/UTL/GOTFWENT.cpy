      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFWENT                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DO MODULO GOTF1300 - CONSULTA  *
      *             DA PREFERENCIA DE ENTREGA DA CONTA DO CLIENTE      *
      *             (TPREF_ENTREG_CLIEN): CANAL EFETIVO E ENDERECO DE  *
      *             CONTATO, A PARTIR DA CONTA. CONTA SEM PREFERENCIA  *
      *             (OU COM CANAL ELETRONICO SEM ENDERECO) VOLTA COM   *
      *             RETORNO 04 E CANAL 'P' - PAPEL, NUNCA SEM CANAL.   *
      * DATA      : 04/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFWENT.
           05  GOTFWENT-BLOCO-RETORNO.
               10  GOTFWENT-COD-RETORNO     PIC 9(002).
                   88  GOTFWENT-PREF-ACHADA         VALUE 00.
                   88  GOTFWENT-SEM-PREFERENCIA     VALUE 04.
                   88  GOTFWENT-ERRO-DB2            VALUE 16.
               10  GOTFWENT-SQLCODE         PIC S9(009).
           05  GOTFWENT-BLOCO-ENTRADA.
               10  GOTFWENT-NCONTA-CLIEN    PIC 9(013).
           05  GOTFWENT-BLOCO-SAIDA.
               10  GOTFWENT-CCANAL-ENTREG   PIC X(001).
                   88  GOTFWENT-CANAL-PAPEL         VALUE 'P'.
                   88  GOTFWENT-CANAL-ELETRONICO    VALUE 'E' 'D'.
               10  GOTFWENT-DS-ENDER        PIC X(080).
               10  GOTFWENT-DT-OPT-IN       PIC X(010).
