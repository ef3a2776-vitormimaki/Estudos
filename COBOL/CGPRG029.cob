      *           LOTE PRECIFICADO; CANCELAMENTO DE LOTE             *
      *           PRECIFICADO OU VENDIDO (O ESTORNO FINANCEIRO DO    *
      *           REGVEND E FEITO A PARTE PELO CGPRG027).            *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V02    OUT/2026 000000  VENDA (V) TRAZ COMPRADOR (CPF/CNPJ
      *                          DO COMPRMAS), VALOR ACORDADO E DATA
      *                          DE ASSINATURA E GRAVA O CONTRATO
      *                          (CONTVEND); CANCELAMENTO (C) DE LOTE
      *                          VENDIDO ENCERRA O CONTRATO
      *  V03    OUT/2026 000000  ENCERRAMENTO DO CONTRATO CANCELA AS
      *                          PARCELAS A RECEBER NAO PAGAS
      *                          (PARCELAS, GERADAS PELO CGPRG036)
      *  V04    OUT/2026 000000  REVENDA DE LOTE CANCELADO REGRAVA O
      *                          CONTRATO ENCERRADO DA MESMA CHAVE
      *                          (ANTES REJEITAVA COM MOTIVO 09)
      *  V05    OUT/2026 000000  REVENDA MARCA AS PARCELAS QUE
      *                          RESTAM DO CONTRATO ANTERIOR (PAGAS
      *                          E CANCELADAS) PARA O NOVO PLANO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WS-ESTOQUE-STATUS.
           SELECT COMPRADOR-MESTRE ASSIGN TO COMPRMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-DOC
               FILE STATUS IS WS-COMPR-STATUS.
           SELECT CONTRATO-VENDA ASSIGN TO CONTVEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WS-CONTR-STATUS.
           SELECT PARCELAS ASSIGN TO PARCELAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-PARC-STATUS.

       DATA DIVISION.
      *=============*
       FD  ESTOQUE-LOTES
           RECORDING MODE IS F.
       COPY CGLOTE01 REPLACING LOTE-RECORD BY REG-ESTOQUE-LOTE.
      *-----> CADASTRO-MESTRE DE COMPRADORES (VSAM/INDEXADO POR
      *       CPF/CNPJ), MANTIDO PELO CGPRG034 - AQUI SOMENTE CONSULTA
       FD  COMPRADOR-MESTRE
           RECORDING MODE IS F.
       COPY CGCOMP01 REPLACING COMPRADOR-RECORD BY REG-COMPRADOR.
      *-----> CONTRATOS DE VENDA (VSAM/INDEXADO PELA CHAVE NATURAL
      *       DO LOTE) - GRAVADO NA VENDA, ENCERRADO NO CANCELAMENTO
       FD  CONTRATO-VENDA
           RECORDING MODE IS F.
       COPY CGCONT01 REPLACING CONTRATO-RECORD BY REG-CONTRATO.
      *-----> PARCELAS A RECEBER (VSAM/INDEXADO POR LOTE + NR DA
      *       PARCELA) - AQUI SO CANCELA AS DO CONTRATO ENCERRADO
       FD  PARCELAS
           RECORDING MODE IS F.
       COPY CGPARC01 REPLACING PARCELA-RECORD BY REG-PARCELA.

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-ESTOQUE-STATUS      PIC X(02).
       77  WS-COMPR-STATUS        PIC X(02).
       77  WS-CONTR-STATUS        PIC X(02).
       77  WS-PARC-STATUS         PIC X(02).
       77  WS-PARC-FIM            PIC X(01).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
       77  WS-CTVENDAS            PIC 9(04) VALUE ZEROS.
       77  WS-CTCANCELADOS        PIC 9(04) VALUE ZEROS.
       77  WS-CTREJEITADAS        PIC 9(04) VALUE ZEROS.
       77  WS-CTCONTRATOS         PIC 9(04) VALUE ZEROS.
       77  WS-CTENCERRADOS        PIC 9(04) VALUE ZEROS.
       77  WS-CTPARC-CANCEL       PIC 9(04) VALUE ZEROS.
       77  WS-COD-MOTIVO          PIC 99.
       77  WS-MOTIVO-REJ          PIC X(20).
       77  WS-VENDA-VALIDA        PIC X(01).
      *-----> VENDA DE LOTE QUE JA TEVE CONTRATO ENCERRADO
       77  WS-REVENDA             PIC X(01).
       77  WS-CTREVENDAS          PIC 9(04) VALUE ZEROS.
       77  WS-CTPARC-ANTERIOR     PIC 9(04) VALUE ZEROS.
      *-----> TRANSACAO DE MOVIMENTACAO RECEBIDA VIA SYSIN
      *       TRAN-COD: V = VENDA CONFIRMADA, C = CANCELAMENTO
      *       COMPRADOR, VALOR ACORDADO E DATA DE ASSINATURA SO SAO
      *       INFORMADOS (E CRITICADOS) NA VENDA
       01  WS-REG-SYSIN.
           05 TRAN-COD            PIC X(01).
           05 TRAN-DPTO           PIC 9(04).
           05 TRAN-CEP            PIC 9(08).
           05 TRAN-FRENTE         PIC 9(03)V9(02).
           05 TRAN-COMP           PIC 9(03)V9(02).
           05 TRAN-DOC-COMPRADOR  PIC X(14).
           05 TRAN-VAL-ACORDADO   PIC 9(08)V9(02).
           05 TRAN-DATA-ASSINATURA PIC 9(08).
           05 TRAN-DATA-ASSIN-R REDEFINES TRAN-DATA-ASSINATURA.
              10 TRAN-ASSIN-ANO   PIC 9(04).
              10 TRAN-ASSIN-MES   PIC 9(02).
              10 TRAN-ASSIN-DIA   PIC 9(02).
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG029'.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COMPRADOR-MESTRE
           IF WS-COMPR-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O COMPRADOR-MESTRE - '
                       'STATUS ' WS-COMPR-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *-----> PRIMEIRA EXECUCAO CRIA O ARQUIVO DE CONTRATOS VAZIO
           OPEN I-O CONTRATO-VENDA
           IF WS-CONTR-STATUS = '35'
               CLOSE CONTRATO-VENDA
               OPEN OUTPUT CONTRATO-VENDA
               CLOSE CONTRATO-VENDA
               OPEN I-O CONTRATO-VENDA
           END-IF
           OPEN I-O PARCELAS
           IF WS-PARC-STATUS = '35'
               CLOSE PARCELAS
               OPEN OUTPUT PARCELAS
               CLOSE PARCELAS
               OPEN I-O PARCELAS
           END-IF

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS

           EVALUATE TRUE
               WHEN TRAN-COD = 'V' AND LOT-PRECIFICADO
                   PERFORM 034-VALIDAR-VENDA
                   IF WS-VENDA-VALIDA = 'S'
                       PERFORM 035-GRAVAR-CONTRATO
                   ELSE
                       PERFORM 038-REJEITAR-TRANSACAO
                   END-IF
               WHEN TRAN-COD = 'V'
                   MOVE 02 TO WS-COD-MOTIVO
                   MOVE 'LOTE NAO PRECIFICADO' TO WS-MOTIVO-REJ
                   PERFORM 038-REJEITAR-TRANSACAO
               WHEN TRAN-COD = 'C'
                    AND (LOT-PRECIFICADO OR LOT-VENDIDO)
                   IF LOT-VENDIDO
                       PERFORM 036-ENCERRAR-CONTRATO
                   END-IF
                   MOVE 'C'     TO LOT-STATUS
                   MOVE AS-DATA TO LOT-DATA-STATUS
                   REWRITE REG-ESTOQUE-LOTE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    MARCAR O LOTE VENDIDO APOS GRAVAR O CONTRATO              *
      *--------------------------------------------------------------*
       031-MARCAR-VENDIDO.

           MOVE 'V'     TO LOT-STATUS
           MOVE AS-DATA TO LOT-DATA-STATUS
           REWRITE REG-ESTOQUE-LOTE
           ADD 1 TO WS-CTVENDAS
           .
      *--------------------------------------------------------------*
      *    MONTAR O CONTRATO DA VENDA NA AREA DO ARQUIVO             *
      *--------------------------------------------------------------*
       033-MONTAR-CONTRATO.

           MOVE LOT-CHAVE            TO CTR-CHAVE
           MOVE TRAN-DOC-COMPRADOR   TO CTR-DOC-COMPRADOR
           MOVE TRAN-VAL-ACORDADO    TO CTR-VAL-ACORDADO
           MOVE TRAN-DATA-ASSINATURA TO CTR-DATA-ASSINATURA
           MOVE 'A'                  TO CTR-SITUACAO
           MOVE AS-DATA              TO CTR-DATA-SITUACAO
           .
      *--------------------------------------------------------------*
      *    CRITICAR COMPRADOR E DADOS DO CONTRATO DA VENDA           *
      *--------------------------------------------------------------*
       034-VALIDAR-VENDA.

           MOVE 'S'                TO WS-VENDA-VALIDA
           MOVE TRAN-DOC-COMPRADOR TO CMP-DOC

      *-----> EVALUATE TRUE SO REGISTRA O MOTIVO DA 1A REGRA QUE
      *       FALHAR - SENAO UMA FALHA POSTERIOR SOBRESCREVERIA O
      *       MOTIVO JA GRAVADO E O REJEITOR (CGPRG010) PERDERIA A
      *       CAUSA REAL DA 1A REGRA VIOLADA
           EVALUATE TRUE
               WHEN TRAN-VAL-ACORDADO NOT NUMERIC
                    OR TRAN-VAL-ACORDADO = ZEROS
                   MOVE 'N' TO WS-VENDA-VALIDA
                   MOVE 05  TO WS-COD-MOTIVO
                   MOVE 'VALOR ACORDADO INVAL' TO WS-MOTIVO-REJ
               WHEN TRAN-DATA-ASSINATURA NOT NUMERIC
                    OR TRAN-ASSIN-MES < 01 OR TRAN-ASSIN-MES > 12
                    OR TRAN-ASSIN-DIA < 01 OR TRAN-ASSIN-DIA > 31
                    OR TRAN-DATA-ASSINATURA > AS-DATA
                   MOVE 'N' TO WS-VENDA-VALIDA
                   MOVE 06  TO WS-COD-MOTIVO
                   MOVE 'DATA ASSINAT INVALID' TO WS-MOTIVO-REJ
               WHEN OTHER
                   READ COMPRADOR-MESTRE
                       INVALID KEY
                           MOVE 'N' TO WS-VENDA-VALIDA
                           MOVE 07  TO WS-COD-MOTIVO
                           MOVE 'COMPRADOR NAO CADAST'
                                TO WS-MOTIVO-REJ
                       NOT INVALID KEY
                           IF CMP-SIT-INATIVO
                               MOVE 'N' TO WS-VENDA-VALIDA
                               MOVE 08  TO WS-COD-MOTIVO
                               MOVE 'COMPRADOR INATIVO'
                                    TO WS-MOTIVO-REJ
                           END-IF
                   END-READ
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    GRAVAR O CONTRATO DE VENDA E MARCAR O LOTE VENDIDO        *
      *--------------------------------------------------------------*
       035-GRAVAR-CONTRATO.

           PERFORM 033-MONTAR-CONTRATO
      *-----> O CONTRATO VEM ANTES DO STATUS DO LOTE: SE JA EXISTE
      *       CONTRATO ATIVO PARA A CHAVE, O LOTE CONTINUA PRECIFICADO
           WRITE REG-CONTRATO
               INVALID KEY
                   PERFORM 039-REVENDER-LOTE
               NOT INVALID KEY
                   ADD 1 TO WS-CTCONTRATOS
                   PERFORM 031-MARCAR-VENDIDO
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    ENCERRAR O CONTRATO DO LOTE VENDIDO QUE FOI CANCELADO     *
      *--------------------------------------------------------------*
       036-ENCERRAR-CONTRATO.

           MOVE LOT-CHAVE TO CTR-CHAVE
           READ CONTRATO-VENDA
               INVALID KEY
      *-----------> VENDA CONFIRMADA ANTES DO CADASTRO DE CONTRATOS
      *             NAO TEM O QUE ENCERRAR - SO AVISA NO SYSOUT
                   DISPLAY '** LOTE VENDIDO SEM CONTRATO - DEPTO '
                           TRAN-DPTO ' CEP ' TRAN-CEP ' **'
               NOT INVALID KEY
                   IF CTR-ATIVO
                       MOVE 'E'     TO CTR-SITUACAO
                       MOVE AS-DATA TO CTR-DATA-SITUACAO
                       REWRITE REG-CONTRATO
                       ADD 1 TO WS-CTENCERRADOS
                       PERFORM 037-CANCELAR-PARCELAS
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CANCELAR AS PARCELAS NAO PAGAS DO CONTRATO ENCERRADO      *
      *--------------------------------------------------------------*
       037-CANCELAR-PARCELAS.

           MOVE CTR-CHAVE TO PAR-LOTE
           MOVE ZEROS     TO PAR-NR
           MOVE 'N'       TO WS-PARC-FIM
           START PARCELAS KEY NOT < PAR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-PARC-FIM
           END-START
           PERFORM UNTIL WS-PARC-FIM = 'S'
               READ PARCELAS NEXT
                   AT END
                       MOVE 'S' TO WS-PARC-FIM
                   NOT AT END
                       IF PAR-LOTE NOT = CTR-CHAVE
                           MOVE 'S' TO WS-PARC-FIM
                       ELSE
                           IF PAR-ABERTA OR PAR-FATURADA
                               MOVE 'C' TO PAR-SITUACAO
                               REWRITE REG-PARCELA
                               ADD 1 TO WS-CTPARC-CANCEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    ENVIAR A TRANSACAO REJEITADA AO REJEITOR COMUM            *
      *--------------------------------------------------------------*
       038-REJEITAR-TRANSACAO.
           CALL 'CGPRG010' USING WS-REJ-PARMS
           .
      *--------------------------------------------------------------*
      *    CHAVE JA TEM CONTRATO: LOTE CANCELADO E DEVOLVIDO A VENDA *
      *    (CGPRG004 034) GUARDA O CONTRATO ENCERRADO NA MESMA       *
      *    CHAVE - A REVENDA REAPROVEITA O REGISTRO COM O NOVO       *
      *    COMPRADOR. CONTRATO AINDA ATIVO REJEITA A VENDA           *
      *--------------------------------------------------------------*
       039-REVENDER-LOTE.

           MOVE 'N'       TO WS-REVENDA
           MOVE LOT-CHAVE TO CTR-CHAVE
           READ CONTRATO-VENDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTR-ENCERRADO
                       MOVE 'S' TO WS-REVENDA
                   END-IF
           END-READ

           IF WS-REVENDA = 'S'
               PERFORM 033-MONTAR-CONTRATO
               REWRITE REG-CONTRATO
               ADD 1 TO WS-CTCONTRATOS
               ADD 1 TO WS-CTREVENDAS
               PERFORM 040-MARCAR-PARC-ANTERIOR
               PERFORM 031-MARCAR-VENDIDO
           ELSE
               MOVE 09 TO WS-COD-MOTIVO
               MOVE 'CONTRATO JA EXISTE' TO WS-MOTIVO-REJ
               PERFORM 038-REJEITAR-TRANSACAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PARCELAS QUE RESTAM NA CHAVE DO LOTE REVENDIDO SAO DO     *
      *    CONTRATO ANTERIOR (AS PAGAS FICAM COMO PAGAS, AS DEMAIS   *
      *    JA FORAM CANCELADAS NO 037) - MARCADAS PARA O CGPRG036    *
      *    GERAR O PLANO DO NOVO CONTRATO POR CIMA DELAS             *
      *--------------------------------------------------------------*
       040-MARCAR-PARC-ANTERIOR.

           MOVE CTR-CHAVE TO PAR-LOTE
           MOVE ZEROS     TO PAR-NR
           MOVE 'N'       TO WS-PARC-FIM
           START PARCELAS KEY NOT < PAR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-PARC-FIM
           END-START
           PERFORM UNTIL WS-PARC-FIM = 'S'
               READ PARCELAS NEXT
                   AT END
                       MOVE 'S' TO WS-PARC-FIM
                   NOT AT END
                       IF PAR-LOTE NOT = CTR-CHAVE
                           MOVE 'S' TO WS-PARC-FIM
                       ELSE
                           IF NOT PAR-DO-CONTRATO-ANTERIOR
                               MOVE 'S' TO PAR-CONTRATO-ANT
                               REWRITE REG-PARCELA
                               ADD 1 TO WS-CTPARC-ANTERIOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE ESTOQUE-LOTES
           CLOSE COMPRADOR-MESTRE
           CLOSE CONTRATO-VENDA
           CLOSE PARCELAS
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "VENDAS CONFIRMADAS......: " WS-CTVENDAS
           DISPLAY "CANCELAMENTOS...........: " WS-CTCANCELADOS
           DISPLAY "CONTRATOS GRAVADOS......: " WS-CTCONTRATOS
           DISPLAY "CONTRATOS ENCERRADOS....: " WS-CTENCERRADOS
           DISPLAY "CONTRATOS REGRAVADOS....: " WS-CTREVENDAS
           DISPLAY "PARCELAS CANCELADAS.....: " WS-CTPARC-CANCEL
           DISPLAY "PARCELAS CONTR.ANTERIOR.: " WS-CTPARC-ANTERIOR
           DISPLAY "TRANSACOES REJEITADAS...: " WS-CTREJEITADAS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG029"

