      *--------------------------------------------------------------*
      *    CGCPAG01 - LAYOUT COMUM DO HISTORICO DE COMISSAO A PAGAR  *
      *               (INDEXADO POR DEPARTAMENTO + PERIODO /         *
      *               CGPRG040)                                      *
      *    CADA REGISTRO E UM ITEM DO PAGCOM (CGPRG026) ENVIADO AO   *
      *    CONTAS A PAGAR. CICLO: A (EM ABERTO, AGUARDANDO RETORNO)  *
      *    -> P (PAGO NO VALOR ENVIADO), D (PAGO COM DIFERENCA) OU   *
      *    R (REJEITADO PELO CONTAS A PAGAR)                         *
      *--------------------------------------------------------------*
       01  COMPAGAR-RECORD.
           05 CPG-CHAVE.
              10 CPG-DPTO            PIC 9(04).
              10 CPG-PERIODO         PIC 9(08).
           05 CPG-VAL-ENVIADO        PIC 9(10)V9(02).
           05 CPG-SITUACAO           PIC X(01).
              88 CPG-ABERTO             VALUE 'A'.
              88 CPG-PAGO               VALUE 'P'.
              88 CPG-PAGO-DIFERENCA     VALUE 'D'.
              88 CPG-REJEITADO          VALUE 'R'.
           05 CPG-DATA-PAGTO         PIC 9(08).
           05 CPG-VAL-PAGO           PIC 9(10)V9(02).
           05 CPG-NR-DOCUMENTO       PIC X(12).
           05 CPG-DATA-SITUACAO      PIC 9(08).
           05 FILLER                 PIC X(15).
