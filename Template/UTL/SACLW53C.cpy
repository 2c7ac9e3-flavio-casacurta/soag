      ******************************************************************
      *                                                                *
      * NOME BOOK : SACLW53C                                           *
      * DESCRICAO : BOOK DE COMUNICACAO DA REVISAO DE SUSPEITAS DE     *
      *             MANIFESTACAO DUPLICADA (SACL53JS)                  *
      * DATA      : 08/2028                                            *
      * AUTOR     : HOMI INFORMATICA                                   *
      * EMPRESA   : SONDA                                              *
      * COMPONENTE: SACL - ATENDIMENTO AO CLIENTE                      *
      *                                                                *
      ******************************************************************
      * SACLW53C-SOLIC-MAIS-DADOS = I/P/U PRIMEIRA PAGINA DAS SUSPEITAS*
      *                             PENDENTES (>= PAR INFORMADO);      *
      *                             S SEGUINTE (> PAR INFORMADO);      *
      *                             C CONFIRMAR A DUPLICIDADE DO PAR;  *
      *                             D DESCARTAR A SUSPEITA DO PAR      *
      * SACLW53C-NPROT-FILTRO     = NA CONSULTA, SO OS PARES EM QUE O  *
      *                             PROTOCOLO APARECE (ZEROS = TODOS)  *
      * SACLW53C-NPROT-MANIF      = PROTOCOLO MAIS NOVO DO PAR (O QUE  *
      *                             E ENCERRADO COMO DUPLICADO)        *
      * SACLW53C-NPROT-PRINC      = PROTOCOLO MAIS ANTIGO DO PAR (O    *
      *                             PRINCIPAL, QUE SEGUE EM ANDAMENTO) *
      * SACLW53C-CEQUIPE-IN       = EQUIPE DO USUARIO QUE CONFIRMA     *
      * SACLW53C-TEXTO            = COMPLEMENTO OPCIONAL DO TEXTO DE   *
      *                             ENCERRAMENTO DO DUPLICADO          *
      * SACLW53C-NPROT-PRINC-EFET = PROTOCOLO AO QUAL O DUPLICADO FOI  *
      *                             DE FATO VINCULADO (O PRINCIPAL DO  *
      *                             PRINCIPAL, SE ESTE TAMBEM JA FOI   *
      *                             ENCERRADO COMO DUPLICADO)          *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * DD/MM/AAAA JNNNNNN      XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      ******************************************************************
           03  SACLW53C.
               05  SACLW53C-SOLIC-MAIS-DADOS   PIC X(001).
               05  SACLW53C-NREG-QTDE          PIC 9(002).
               05  SACLW53C-NPROT-FILTRO       PIC 9(010).
               05  SACLW53C-NPROT-MANIF        PIC 9(010).
               05  SACLW53C-NPROT-PRINC        PIC 9(010).
               05  SACLW53C-CEQUIPE-IN         PIC X(008).
               05  SACLW53C-TAM-TEXTO          PIC 9(003).
               05  SACLW53C-TEXTO              PIC X(400).
               05  SACLW53C-NPROT-PRINC-EFET   PIC 9(010).
               05  SACLW53C-LISTA OCCURS 20 TIMES.
                   07  SACLW53C-NPROT-MANIF-L  PIC 9(010).
                   07  SACLW53C-NPROT-PRINC-L  PIC 9(010).
                   07  SACLW53C-CCRIT-DUPL-L   PIC X(001).
                   07  SACLW53C-CORIG-DETEC-L  PIC X(001).
                   07  SACLW53C-DT-DETEC-L     PIC X(010).
                   07  SACLW53C-CTIPO-MANIF-L  PIC X(002).
                   07  SACLW53C-DT-ABERT-L     PIC X(010).
                   07  SACLW53C-CSIT-MANIF-L   PIC X(001).
                   07  SACLW53C-DT-ABERT-PRINC-L
                                               PIC X(010).
                   07  SACLW53C-CSIT-PRINC-L   PIC X(001).
