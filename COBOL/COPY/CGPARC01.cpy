      *--------------------------------------------------------------*
      *    CGPARC01 - LAYOUT COMUM DE PARCELA A RECEBER DO CONTRATO  *
      *               DE VENDA (INDEXADO PELA CHAVE DO LOTE + NR DA  *
      *               PARCELA / CGPRG036 / CGPRG037 / CGPRG038 /     *
      *               CGPRG039 / CGPRG029)                           *
      *    PARCELA 000 = ENTRADA (VENCE NA ASSINATURA); 001 A NNN =  *
      *    PARCELAS MENSAIS. CICLO: A (ABERTA) -> F (FATURADA NA     *
      *    COBRANCA MENSAL) -> P (PAGA); C = CANCELADA PELO          *
      *    ENCERRAMENTO DO CONTRATO                                  *
      *    PAR-CONTRATO-ANT = 'S': PARCELA DO CONTRATO ANTERIOR DO   *
      *    LOTE, MARCADA NA REVENDA (CGPRG029) - O PLANO DO NOVO     *
      *    CONTRATO (CGPRG036) A IGNORA E REGRAVA POR CIMA           *
      *--------------------------------------------------------------*
       01  PARCELA-RECORD.
           05 PAR-CHAVE.
              10 PAR-LOTE.
                 15 PAR-DPTO         PIC 9(04).
                 15 PAR-CEP          PIC 9(08).
                 15 PAR-FRENTE       PIC 9(03)V9(02).
                 15 PAR-COMP         PIC 9(03)V9(02).
              10 PAR-NR              PIC 9(03).
           05 PAR-VENCIMENTO         PIC 9(08).
           05 PAR-VALOR              PIC 9(08)V9(02).
           05 PAR-SITUACAO           PIC X(01).
              88 PAR-ABERTA             VALUE 'A'.
              88 PAR-FATURADA           VALUE 'F'.
              88 PAR-PAGA               VALUE 'P'.
              88 PAR-CANCELADA          VALUE 'C'.
           05 PAR-DATA-FATURA        PIC 9(08).
           05 PAR-DATA-PAGTO         PIC 9(08).
           05 PAR-VAL-PAGO           PIC 9(08)V9(02).
           05 PAR-CONTRATO-ANT       PIC X(01).
              88 PAR-DO-CONTRATO-ANTERIOR VALUE 'S'.
           05 FILLER                 PIC X(09).
