      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFB0G3                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TANON_LGPD_TARIF           *
      *             REGISTRO DAS ANONIMIZACOES FEITAS PELO GOTF2ANO    *
      *             NAS CONTAS ENCERRADAS HA MAIS QUE O PRAZO DE       *
      *             GUARDA (LGPD): UMA LINHA POR CHAVE ANONIMIZADA,    *
      *             COM A TABELA, A CHAVE (EDITADA EM TEXTO) E O TOKEN *
      *             QUE SUBSTITUIU O DADO PESSOAL. O DADO ORIGINAL NAO *
      *             E GUARDADO - O TOKEN E IRREVERSIVEL. A LINHA DA    *
      *             TABELA TCADT_CONTA_CLIEN MARCA A CONTA COMO JA     *
      *             ANONIMIZADA. NSEQ-ANONIM E SEQUENCIAL GERAL E      *
      *             COMPOE O TOKEN ('LGPD' + 10 DIGITOS)               *
      * DATA      : 02/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  GOTFB0G3.
           10  NSEQ-ANONIM             PIC S9(13)V COMP-3.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  NM-TABELA               PIC  X(18).
           10  DS-CHAVE                PIC  X(40).
           10  CTOKEN-ANONIM           PIC  X(14).
           10  DT-ANONIMIZACAO         PIC  X(10).
           10  CUSUAR-ANONIM           PIC  X(08).
