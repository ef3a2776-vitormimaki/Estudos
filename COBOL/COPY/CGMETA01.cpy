      *--------------------------------------------------------------*
      *    CGMETA01 - LAYOUT COMUM DE META MENSAL DE VENDAS POR      *
      *               DEPARTAMENTO (INDEXADO POR DEPARTAMENTO + MES  *
      *               AAAAMM / CGPRG041 / CGPRG042)                  *
      *--------------------------------------------------------------*
       01  META-RECORD.
           05 META-CHAVE.
              10 META-DPTO           PIC 9(04).
              10 META-MES            PIC 9(06).
           05 META-QTD-LOTES         PIC 9(06).
           05 META-VAL-VENDA         PIC 9(11)V9(02).
           05 META-COMISSAO          PIC 9(10)V9(02).
           05 META-DATA-ATUALIZ      PIC 9(08).
           05 FILLER                 PIC X(31).
