      *--------------------------------------------------------------*
      *    CGDISC01 - LAYOUT COMUM DO CATALOGO DE DISCIPLINAS        *
      *               (INDEXADO POR CODIGO / MANTIDO PELO CGPRG048 / *
      *               CONSULTADO POR CGPRG003/019/020/021/022)       *
      *    O CODIGO E O MESMO DE HIST-DISC, MAT-DISC, FRQ-DISC E DA  *
      *    GRADE CURRICULAR (TAB-CURSO-DISC)                         *
      *--------------------------------------------------------------*
       01  DISCIPLINA-RECORD.
           05 DISC-CODIGO            PIC X(08).
           05 DISC-NOME              PIC X(30).
           05 DISC-CREDITOS          PIC 9(02).
           05 DISC-CARGA-HORARIA     PIC 9(03).
           05 DISC-DATA-ATUALIZ      PIC 9(08).
           05 FILLER                 PIC X(09).
