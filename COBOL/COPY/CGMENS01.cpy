      *--------------------------------------------------------------*
      *    CGMENS01 - LAYOUT COMUM DE MENSALIDADE (FATURA DO ALUNO,  *
      *               INDEXADA POR RA + MES DE REFERENCIA AAAAMM /   *
      *               CGPRG045 / CGPRG046 / CGPRG047)                *
      *    CICLO: A (EM ABERTO, ENVIADA AO BANCO) -> P (PAGA,        *
      *    BAIXADA PELO RETORNO BANCARIO)                            *
      *--------------------------------------------------------------*
       01  MENSALIDADE-RECORD.
           05 MEN-CHAVE.
              10 MEN-RA              PIC X(13).
              10 MEN-MES-REF         PIC 9(06).
           05 MEN-TERMO              PIC 9(05).
           05 MEN-CURSO              PIC X(12).
           05 MEN-QTD-DISC           PIC 9(02).
           05 MEN-VAL-BRUTO          PIC 9(06)V9(02).
           05 MEN-PCT-BOLSA          PIC 9(03)V9(02).
           05 MEN-VAL-LIQUIDO        PIC 9(06)V9(02).
           05 MEN-VENCIMENTO         PIC 9(08).
           05 MEN-SITUACAO           PIC X(01).
              88 MEN-ABERTA             VALUE 'A'.
              88 MEN-PAGA               VALUE 'P'.
           05 MEN-DATA-PAGTO         PIC 9(08).
           05 MEN-VAL-PAGO           PIC 9(06)V9(02).
           05 MEN-DATA-EMISSAO       PIC 9(08).
           05 FILLER                 PIC X(08).
