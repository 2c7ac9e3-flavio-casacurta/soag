      ******************************************************************
      *                                                                *
      * NOME BOOK : SACLB038                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TPESQ_SATISF_MANIF         *
      *             PESQUISA DE SATISFACAO POS-ENCERRAMENTO: UMA LINHA *
      *             POR PROTOCOLO ENVIADO AO FORNECEDOR DA PESQUISA    *
      *             (SACL2PSQ, SITUACAO 'E'), COM A CONTA DO CLIENTE E *
      *             O TIPO, O DESFECHO E A EQUIPE DO PROTOCOLO NO      *
      *             ENCERRAMENTO. O RETORNO DO FORNECEDOR (SACL2RSQ)   *
      *             GRAVA AS NOTAS DE 0 A 10 E O COMENTARIO LIVRE E    *
      *             PASSA A SITUACAO A 'R'. DATA NAO INFORMADA =       *
      *             '0001-01-01'                                       *
      * DATA      : 06/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: SACL - ATENDIMENTO A CLIENTES                      *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
       01  SACLB038.
           10  NPROT-MANIF             PIC S9(10)V COMP-3.
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  CTIPO-MANIF             PIC  X(02).
           10  CRESULT-MANIF           PIC  X(01).
           10  CEQUIPE                 PIC  X(08).
           10  DT-ENCER-MANIF          PIC  X(10).
           10  DT-ENVIO-PESQ           PIC  X(10).
           10  CSIT-PESQ               PIC  X(01).
               88  PESQ-ENVIADA        VALUE 'E'.
               88  PESQ-RESPONDIDA     VALUE 'R'.
           10  DT-RESP-PESQ            PIC  X(10).
           10  NNOTA-GERAL             PIC S9(04) COMP.
           10  NNOTA-RESPOSTA          PIC S9(04) COMP.
           10  NNOTA-PRAZO             PIC S9(04) COMP.
           10  RCOMENT-PESQ.
               49  RCOMENT-PESQ-LEN
                                       PIC S9(04) COMP.
               49  RCOMENT-PESQ-TEXT
                                       PIC  X(500).
           10  TS-ULT-ALTER            PIC  X(26).
