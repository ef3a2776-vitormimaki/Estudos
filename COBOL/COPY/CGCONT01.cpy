      *--------------------------------------------------------------*
      *    CGCONT01 - LAYOUT COMUM DO CONTRATO DE VENDA DE LOTE      *
      *               (INDEXADO PELA MESMA CHAVE NATURAL DO LOTE -   *
      *               DEPTO + CEP + FRENTE + COMP / CGPRG029 /       *
      *               CGPRG035)                                      *
      *    O CONTRATO NASCE NA CONFIRMACAO DE VENDA (V) E E          *
      *    ENCERRADO NO CANCELAMENTO (C) DO LOTE VENDIDO             *
      *--------------------------------------------------------------*
       01  CONTRATO-RECORD.
           05 CTR-CHAVE.
              10 CTR-DPTO            PIC 9(04).
              10 CTR-CEP             PIC 9(08).
              10 CTR-FRENTE          PIC 9(03)V9(02).
              10 CTR-COMP            PIC 9(03)V9(02).
           05 CTR-DOC-COMPRADOR      PIC X(14).
           05 CTR-VAL-ACORDADO       PIC 9(08)V9(02).
           05 CTR-DATA-ASSINATURA    PIC 9(08).
           05 CTR-SITUACAO           PIC X(01).
              88 CTR-ATIVO              VALUE 'A'.
              88 CTR-ENCERRADO          VALUE 'E'.
           05 CTR-DATA-SITUACAO      PIC 9(08).
           05 FILLER                 PIC X(17).
