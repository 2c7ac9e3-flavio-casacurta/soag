      ******************************************************************
      *                                                                *
      * NOME BOOK : SACLB039                                           *
      * DESCRICAO : DCLGEN DA TABELA DB2PRD.TCARTA_RESP_MANIF          *
      *             CARTA FORMAL DE RESPOSTA AO CLIENTE: UMA LINHA POR *
      *             ENCERRAMENTO DE PROTOCOLO (NPROT_MANIF +           *
      *             DT_ENCER_MANIF - PROTOCOLO REABERTO E ENCERRADO DE *
      *             NOVO GANHA NOVA CARTA), GRAVADA PELO SACL2CRT COM  *
      *             A REFERENCIA DA CARTA ('CR' + AAAAMMDD DA EMISSAO  *
      *             + PROTOCOLO), IDIOMA, CANAL DE ENVIO ('P' PAPEL /  *
      *             'E' E-MAIL / 'D' DIGITAL), TIPO E DESFECHO, OS     *
      *             EVENTOS DE TARIFA CITADOS E O TOTAL ESTORNADO,     *
      *             PARA AUDITORIA                                     *
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
       01  SACLB039.
           10  NPROT-MANIF             PIC S9(10)V COMP-3.
           10  DT-ENCER-MANIF          PIC  X(10).
           10  CREF-CARTA              PIC  X(20).
           10  DT-EMISSAO-CARTA        PIC  X(10).
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  NIDIOMA                 PIC S9(04) COMP.
           10  CCANAL-ENVIO            PIC  X(01).
           10  CTIPO-MANIF             PIC  X(02).
           10  CRESULT-MANIF           PIC  X(01).
           10  QT-EVNTO-TARIF          PIC S9(04) COMP.
           10  VTOT-ESTORNO            PIC S9(13)V9(02) COMP-3.
           10  QT-LINHAS-CARTA         PIC S9(04) COMP.
           10  TS-ULT-ALTER            PIC  X(26).
