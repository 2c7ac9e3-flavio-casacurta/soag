      *             EVENTO (TIPO 'B' BLOQUEIO / 'L' LIBERACAO), COM O  *
      *             MOTIVO ESTRUTURADO ('JUDI' ORDEM JUDICIAL, 'CTRT'  *
      *             GARANTIA CONTRATUAL, 'FRDE' SUSPEITA DE FRAUDE,    *
      *             'DISP' DISPOSICAO DO FECHAMENTO ANUAL, 'PORT'      *
      *             PORTABILIDADE DE SAIDA - PSVP1088, 'OUTR'),        *
      *             O DOCUMENTO DE ORIGEM E A AREA RESPONSAVEL.        *
      *             GRAVADA POR QUEM BLOQUEIA/LIBERA (SISTEMAS DE      *
      *             ORIGEM, PSVP1097/PSVP1098, AJUSTE PSVP1091) E      *
      ******************************************************************
      * DATA       AUTOR        MODIFICACAO                            *
      * --------   ---------    -------------------------------------- *
      * 18/08/2028 HOMI         MOTIVO 'PORT' - LIBERACAO NA           *
      *                         PORTABILIDADE DE SAIDA (PSVP1088)      *
      ******************************************************************
       01  PECQB031.
           10  MVQT-NR-MOV-QTA         PIC S9(10)V COMP-3.
