      ******************************************************************
      *                                                                *
      * NOME BOOK : GOTFW02S                                           *
      * DESCRICAO : BOOK DE ENTRADA - MOVIMENTO DIARIO DO CADASTRO     *
      *             CENTRAL DE CONTAS (ARQUIVO GOTF044E - LRECL 120),  *
      *             CONSUMIDO PELO GOTF2CAD PARA MANTER O ESPELHO      *
      *             TCADT_CONTA_CLIEN. O ARQUIVO TRAZ HEADER ('H' +    *
      *             QUANTIDADE DE DETALHES + DATA DO MOVIMENTO) E      *
      *             TRAILER ('T' + QUANTIDADE), COMO O GOTF001E.       *
      *             OPERACAO 'I' INCLUSAO, 'A' ALTERACAO (NOME,        *
      *             DOCUMENTO, SITUACAO E IDIOMA - INCLUSIVE           *
      *             REABERTURA E BLOQUEIO) E 'E' ENCERRAMENTO (SO A    *
      *             CONTA E A DATA SAO CONSIDERADAS)                   *
      * DATA      : 02/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: GOTF - GESTAO DE TARIFAS                           *
      *                                                                *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 20/04/2028 HOMI         AUTORIZACAO DE DEBITO AUTOMATICO:      *
      *                         LRECL 100 -> 120, COM CAD-DT-AUTZ-     *
      *                         DEBTO, CAD-DT-REVOG-DEBTO E CAD-       *
      *                         CORIGEM-AUTZ NO LUGAR DO FILLER,       *
      *                         CARREGADOS PELO GOTF2CAD EM            *
      *                         TAUTZ_DEBTO_CLIEN. CAMPOS EM BRANCO =  *
      *                         MOVIMENTO SEM INFORMACAO DE            *
      *                         AUTORIZACAO (CADASTRO INALTERADO)      *
      ******************************************************************
       01  GOTFW02S-REGISTRO.
           05  CAD-TIPO-REGISTRO       PIC  X(01).
               88  CAD-EH-DETALHE      VALUE 'D'.
           05  CAD-COD-OPERACAO        PIC  X(01).
               88  CAD-OPER-INCLUSAO   VALUE 'I'.
               88  CAD-OPER-ALTERACAO  VALUE 'A'.
               88  CAD-OPER-ENCERRAR   VALUE 'E'.
               88  CAD-OPER-VALIDA     VALUE 'I' 'A' 'E'.
           05  CAD-NCONTA-CLIEN        PIC  9(13).
           05  CAD-NOME-CLIEN          PIC  X(40).
           05  CAD-NDOC-CLIEN          PIC  X(14).
           05  CAD-IN-SITUACAO-CONTA   PIC  X(01).
               88  CAD-SITUACAO-VALIDA VALUE 'A' 'E' 'B'.
           05  CAD-NIDIOMA-CLIEN       PIC  9(04).
           05  CAD-DT-ALTERACAO        PIC  X(10).
           05  CAD-DT-AUTZ-DEBTO       PIC  X(10).
           05  CAD-DT-REVOG-DEBTO      PIC  X(10).
           05  CAD-CORIGEM-AUTZ        PIC  X(03).
           05  FILLER                  PIC  X(13).
