      *--------------------------------------------------------------*
      *    CGINAD01 - LAYOUT COMUM DE ALUNO INADIMPLENTE (INDEXADO   *
      *               POR RA / RECRIADO A CADA APURACAO PELO         *
      *               CGPRG047 / CONSULTADO PELO CGPRG020)           *
      *    ALUNO PRESENTE NO ARQUIVO TEM MENSALIDADE EM ABERTO HA    *
      *    MAIS DIAS DO QUE O LIMITE DA APURACAO E NAO PODE FAZER    *
      *    NOVA MATRICULA                                            *
      *--------------------------------------------------------------*
       01  INADIMPLENTE-RECORD.
           05 INA-RA                 PIC X(13).
           05 INA-QTD-FATURAS        PIC 9(03).
           05 INA-MAIOR-ATRASO       PIC 9(05).
           05 INA-VAL-ATRASO         PIC 9(08)V9(02).
           05 INA-DATA-APURACAO      PIC 9(08).
           05 FILLER                 PIC X(41).
