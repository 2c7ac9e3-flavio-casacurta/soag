      *                         FOI REABERTO), MANTIDOS PELA           *
      *                         TRANSACAO DE ENCERRAMENTO, PARA O      *
      *                         RELATORIO REGULATORIO SACL2OUV         *
      * 12/05/2028 HOMI         CCANAL-MANIF (CANAL DE ENTRADA DO      *
      *                         PROTOCOLO: 'CAL' CENTRAL DE            *
      *                         ATENDIMENTO, 'IBK' INTERNET BANKING,   *
      *                         'REG' PORTAL DO REGULADOR; BRANCO NOS  *
      *                         PROTOCOLOS ANTIGOS) E CREF-CANAL       *
      *                         (REFERENCIA DO PROTOCOLO NO PROPRIO    *
      *                         CANAL, CHAVE DA REEXECUCAO), GRAVADOS  *
      *                         PELA CARGA SACL2ENT                    *
      * 02/06/2028 HOMI         CRESULT-MANIF (DESFECHO DO PROTOCOLO   *
      *                         NO ENCERRAMENTO: 'P' PROCEDENTE, 'A'   *
      *                         PARCIALMENTE PROCEDENTE, 'I'           *
      *                         IMPROCEDENTE; BRANCO ENQUANTO ABERTO)  *
      *                         E DT-INIC-PRAZO (INICIO DA CONTAGEM DO *
      *                         PRAZO DE RESPOSTA: A ABERTURA, OU A    *
      *                         ULTIMA REABERTURA; '0001-01-01' NOS    *
      *                         PROTOCOLOS ANTIGOS), MANTIDOS PELO     *
      *                         ENCERRAMENTO/REABERTURA ONLINE         *
      *                         SACL52JS                               *
      * 16/06/2028 HOMI         NCONTA-CLIEN (CONTA DO CLIENTE QUE     *
      *                         ABRIU A MANIFESTACAO, INFORMADA PELO   *
      *                         CANAL NA CARGA SACL2ENT; ZERO NOS      *
      *                         PROTOCOLOS ANTIGOS), USADA NA PESQUISA *
      *                         DE SATISFACAO SACL2PSQ                 *
      * 14/08/2028 HOMI         CRESULT-MANIF 'D' (ENCERRADO COMO      *
      *                         DUPLICADO) E NPROT-PRINC (PROTOCOLO    *
      *                         PRINCIPAL DO QUAL ESTE E DUPLICADO;    *
      *                         ZERO NOS DEMAIS), GRAVADOS PELA        *
      *                         CONFIRMACAO DE DUPLICIDADE SACL53JS    *
      ******************************************************************
       01  SACLB031.
           10  NPROT-MANIF             PIC S9(10)V COMP-3.
           10  CTIPO-MANIF             PIC  X(02).
           10  DT-ENCER-MANIF          PIC  X(10).
           10  QT-REABERT              PIC S9(04) COMP.
           10  CCANAL-MANIF            PIC  X(03).
               88  CANAL-CENTRAL-ATEND VALUE 'CAL'.
               88  CANAL-INTERNET      VALUE 'IBK'.
               88  CANAL-REGULADOR     VALUE 'REG'.
               88  CANAL-VALIDO        VALUE 'CAL' 'IBK' 'REG'.
           10  CREF-CANAL              PIC  X(20).
           10  CRESULT-MANIF           PIC  X(01).
               88  RESULT-PROCEDENTE   VALUE 'P'.
               88  RESULT-PARCIAL      VALUE 'A'.
               88  RESULT-IMPROCEDENTE VALUE 'I'.
               88  RESULT-VALIDO       VALUE 'P' 'A' 'I'.
               88  RESULT-DUPLICADO    VALUE 'D'.
           10  DT-INIC-PRAZO           PIC  X(10).
           10  NCONTA-CLIEN            PIC S9(13)V COMP-3.
           10  NPROT-PRINC             PIC S9(10)V COMP-3.
