      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFW03S                                           *
      * DESCRICAO : BOOK DE ENTRADA - DE-PARA DE RENUMERACAO DE        *
      *             CONTAS (ARQUIVO GOTF045E - LRECL 80), CONSUMIDO    *
      *             PELO GOTF2MIG PARA MIGRAR OS DADOS ABERTOS E       *
      *             CONTRATUAIS DA CONTA ANTIGA PARA A CONTA NOVA. O   *
      *             ARQUIVO TRAZ HEADER ('H' + QUANTIDADE DE DETALHES  *
      *             + DATA DO MOVIMENTO) E TRAILER ('T' + QUANTIDADE), *
      *             COMO O GOTF044E. CADA DETALHE ('D') E UM PAR       *
      *             CONTA ANTIGA -> CONTA NOVA, COM A DATA EFETIVA DA  *
      *             MIGRACAO E O MOTIVO INFORMADO PELO CADASTRO        *
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
       01  GOTFW03S-REGISTRO.
           05  MIG-TIPO-REGISTRO       PIC  X(01).
               88  MIG-EH-DETALHE      VALUE 'D'.
           05  MIG-NCONTA-ANTIGA       PIC  9(13).
           05  MIG-NCONTA-NOVA         PIC  9(13).
           05  MIG-DT-MIGRACAO         PIC  X(10).
           05  MIG-CMOTIVO-MIGR        PIC  X(02).
           05  FILLER                  PIC  X(41).
