      *--------------------------------------------------------------*
      *    CGBOLS01 - LAYOUT COMUM DE BOLSA/DESCONTO POR ALUNO       *
      *               (INDEXADO POR RA / CGPRG044 / CGPRG045)        *
      *    A BOLSA VALE DO PERIODO INICIAL AO FINAL (AAAAS),         *
      *    INCLUSIVE, E ABATE O PERCENTUAL DA MENSALIDADE BRUTA      *
      *--------------------------------------------------------------*
       01  BOLSA-RECORD.
           05 BOL-RA                 PIC X(13).
           05 BOL-PCT                PIC 9(03)V9(02).
           05 BOL-TERMO-INI          PIC 9(05).
           05 BOL-TERMO-FIM          PIC 9(05).
           05 BOL-DATA-ATUALIZ       PIC 9(08).
           05 FILLER                 PIC X(44).
