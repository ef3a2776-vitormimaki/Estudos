       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG046.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: BAIXA DO RETORNO BANCARIO DAS MENSALIDADES - LE O   *
      *           ARQUIVO DE RETORNO DO BANCO (HEADER, UM DETALHE    *
      *           POR BOLETO PAGO E TRAILER COM QUANTIDADE E VALOR), *
      *           LOCALIZA A FATURA PELO NOSSO NUMERO (RA + MES DE   *
      *           REFERENCIA) E A MARCA COMO PAGA. FATURA            *
      *           INEXISTENTE, JA PAGA OU PAGA A MENOR VAI PARA O    *
      *           REJEITOR COMUM (CGPRG010). RETORNO SEM TRAILER OU  *
      *           COM CONTAGEM DIVERGENTE ENCERRA COM RC=8.          *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CURRENCY SIGN IS "R$ " WITH PICTURE SYMBOL "$"
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
      *==> LOCAL PARA O SELECT DOS ARQUVOS
           SELECT RETORNO-BANCO ASSIGN TO RETBANCO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.
           SELECT MENSALIDADES ASSIGN TO MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-MENS-STATUS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> RETORNO DO BANCO: HEADER (0), DETALHE POR BOLETO PAGO
      *       (1) E TRAILER (9). O NOSSO NUMERO E O MESMO ENVIADO
      *       PELA COBRANCA (CGPRG045)
       FD  RETORNO-BANCO
           RECORDING MODE IS F.
       01  REG-RETORNO.
           05 RET-TIPO               PIC X(01).
           05 RET-NOSSO-NUMERO.
              10 RET-RA              PIC X(13).
              10 RET-MES-REF         PIC 9(06).
           05 RET-DATA-PAGTO         PIC 9(08).
           05 RET-DATA-PAGTO-R REDEFINES RET-DATA-PAGTO.
              10 RET-PAGTO-ANO       PIC 9(04).
              10 RET-PAGTO-MES       PIC 9(02).
              10 RET-PAGTO-DIA       PIC 9(02).
           05 RET-VAL-PAGO           PIC 9(08)V9(02).
           05 FILLER                 PIC X(42).
       01  REG-RETORNO-TRAILER.
           05 RET-T-TIPO             PIC X(01).
           05 RET-T-QTD-PAGOS        PIC 9(06).
           05 RET-T-VALOR-TOTAL      PIC 9(11)V9(02).
           05 FILLER                 PIC X(60).
      *-----> MENSALIDADES (VSAM/INDEXADO POR RA + MES DE REFERENCIA)
       FD  MENSALIDADES
           RECORDING MODE IS F.
       COPY CGMENS01 REPLACING MENSALIDADE-RECORD BY REG-MENSALIDADE.

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-RETORNO-STATUS      PIC X(02).
       77  WS-MENS-STATUS         PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
       77  WS-CTLIDOS             PIC 9(06) VALUE ZEROS.
       77  WS-CTBAIXADAS          PIC 9(06) VALUE ZEROS.
       77  WS-CTREJEITADOS        PIC 9(06) VALUE ZEROS.
       77  AS-TOT-RECEBIDO        PIC 9(11)V99 VALUE ZEROS.
       77  AS-TOT-RETORNO         PIC 9(11)V99 VALUE ZEROS.
       77  WS-ED-VALOR            PIC $$.$$$.$$$.$$9,99.
      *-----> VALIDACAO DO DETALHE DE RETORNO
       77  WS-DETALHE-VALIDO      PIC X(01) VALUE 'S'.
       77  WS-COD-MOTIVO          PIC 99.
       77  WS-MOTIVO-REJ          PIC X(20).
      *-----> CONFERENCIA DO TRAILER DO BANCO - RETORNO SEM TRAILER
      *       OU COM QUANTIDADE/VALOR DIVERGENTE ENCERRA O PASSO COM
      *       RC=8: ARQUIVO TRUNCADO NA TRANSMISSAO NAO PASSA COMO
      *       SE ESTIVESSE COMPLETO
       77  WS-TEM-TRAILER         PIC X(01) VALUE 'N'.
       77  WS-DETALHE-LIDO        PIC X(01).
       77  WS-RETORNO-ERRO        PIC X(01) VALUE 'N'.
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG046'.
           05 WS-LOG-EVENTO       PIC X(01).
           05 WS-LOG-QTD-REGS     PIC 9(06).
           05 WS-LOG-COD-RETORNO  PIC 99.
      *-----> PARAMETROS TROCADOS COM O REJEITOR COMUM (CGPRG010)
       01  WS-REJ-PARMS.
           05 WS-REJ-PROGRAMA     PIC X(08) VALUE 'CGPRG046'.
           05 WS-REJ-COD-MOTIVO   PIC 99.
           05 WS-REJ-DESCR-MOTIVO PIC X(20).
           05 WS-REJ-DADO-ORIGINAL PIC X(60).

       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 46 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "BAIXA DO RETORNO BANCARIO DAS MENSALIDADES"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA

           OPEN INPUT RETORNO-BANCO
           IF WS-RETORNO-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O RETORNO DO BANCO - '
                       'STATUS ' WS-RETORNO-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MENSALIDADES
           IF WS-MENS-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR AS MENSALIDADES - '
                       'STATUS ' WS-MENS-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS

           PERFORM 025-LER-RETORNO
           .
      *--------------------------------------------------------------*
      *    LEITURA DO PROXIMO DETALHE DO RETORNO                     *
      *--------------------------------------------------------------*
       025-LER-RETORNO.

           MOVE 'N' TO WS-DETALHE-LIDO
           PERFORM UNTIL WS-DETALHE-LIDO = 'S' OR WS-FIM = 'S'
               READ RETORNO-BANCO
                   AT END
                       MOVE 'S' TO WS-FIM
                       PERFORM 026-CONFERIR-TRAILER
                   NOT AT END
                       EVALUATE RET-TIPO
                           WHEN '0'
                               DISPLAY 'RETORNO DO BANCO - HEADER: '
                                       REG-RETORNO(2:40)
                           WHEN '9'
                               MOVE 'S' TO WS-TEM-TRAILER
                               MOVE 'S' TO WS-FIM
                               PERFORM 026-CONFERIR-TRAILER
                           WHEN OTHER
                               MOVE 'S' TO WS-DETALHE-LIDO
                               ADD 1    TO WS-CTLIDOS
                               IF RET-VAL-PAGO NUMERIC
                                   ADD RET-VAL-PAGO TO AS-TOT-RETORNO
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    CONFERIR O TRAILER DO BANCO NO FIM DO RETORNO             *
      *--------------------------------------------------------------*
       026-CONFERIR-TRAILER.

           EVALUATE TRUE
               WHEN WS-TEM-TRAILER = 'N'
                   MOVE 'S' TO WS-RETORNO-ERRO
                   DISPLAY '** RETORNO SEM REGISTRO TRAILER **'
               WHEN RET-T-QTD-PAGOS NOT = WS-CTLIDOS
                   MOVE 'S' TO WS-RETORNO-ERRO
                   DISPLAY '** TRAILER ACUSA ' RET-T-QTD-PAGOS
                           ' PAGAMENTO(S) E O RETORNO TROUXE '
                           WS-CTLIDOS ' **'
               WHEN RET-T-VALOR-TOTAL NOT = AS-TOT-RETORNO
                   MOVE 'S' TO WS-RETORNO-ERRO
                   DISPLAY '** VALOR DO TRAILER NAO CONFERE COM A '
                           'SOMA DOS DETALHES **'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM PAGAMENTO DO RETORNO                         *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 028-VALIDAR-DETALHE

           IF WS-DETALHE-VALIDO = 'N'
               PERFORM 029-REJEITAR-DETALHE
           ELSE
               PERFORM 032-BAIXAR-FATURA
           END-IF

           PERFORM 025-LER-RETORNO
           .
      *--------------------------------------------------------------*
      *    CRITICAR O DETALHE E A FATURA ANTES DA BAIXA              *
      *--------------------------------------------------------------*
       028-VALIDAR-DETALHE.

           MOVE 'S'          TO WS-DETALHE-VALIDO
           MOVE RET-RA       TO MEN-RA
           MOVE RET-MES-REF  TO MEN-MES-REF

      *-----> EVALUATE TRUE SO REGISTRA O MOTIVO DA 1A REGRA QUE
      *       FALHAR - SENAO UMA FALHA POSTERIOR SOBRESCREVERIA O
      *       MOTIVO JA GRAVADO E O REJEITOR (CGPRG010) PERDERIA A
      *       CAUSA REAL DA 1A REGRA VIOLADA
           EVALUATE TRUE
               WHEN RET-TIPO NOT = '1'
                    OR RET-RA = SPACES
                    OR RET-MES-REF NOT NUMERIC
                   MOVE 'N' TO WS-DETALHE-VALIDO
                   MOVE 01  TO WS-COD-MOTIVO
                   MOVE 'NOSSO NUMERO INVALID' TO WS-MOTIVO-REJ
               WHEN RET-DATA-PAGTO NOT NUMERIC
                    OR RET-PAGTO-MES < 01 OR RET-PAGTO-MES > 12
                    OR RET-PAGTO-DIA < 01 OR RET-PAGTO-DIA > 31
                    OR RET-DATA-PAGTO > AS-DATA
                   MOVE 'N' TO WS-DETALHE-VALIDO
                   MOVE 02  TO WS-COD-MOTIVO
                   MOVE 'DATA PAGTO INVALIDA' TO WS-MOTIVO-REJ
               WHEN RET-VAL-PAGO NOT NUMERIC
                    OR RET-VAL-PAGO = ZEROS
                   MOVE 'N' TO WS-DETALHE-VALIDO
                   MOVE 03  TO WS-COD-MOTIVO
                   MOVE 'VALOR PAGO INVALIDO' TO WS-MOTIVO-REJ
               WHEN OTHER
                   READ MENSALIDADES
                       INVALID KEY
                           MOVE 'N' TO WS-DETALHE-VALIDO
                           MOVE 04  TO WS-COD-MOTIVO
                           MOVE 'FATURA INEXISTENTE'
                                TO WS-MOTIVO-REJ
                   END-READ
           END-EVALUATE

      *-----> CRITICAS QUE DEPENDEM DA FATURA LIDA
           IF WS-DETALHE-VALIDO = 'S'
               EVALUATE TRUE
                   WHEN MEN-PAGA
                       MOVE 'N' TO WS-DETALHE-VALIDO
                       MOVE 05  TO WS-COD-MOTIVO
                       MOVE 'FATURA JA PAGA' TO WS-MOTIVO-REJ
                   WHEN RET-VAL-PAGO < MEN-VAL-LIQUIDO
                       MOVE 'N' TO WS-DETALHE-VALIDO
                       MOVE 06  TO WS-COD-MOTIVO
                       MOVE 'VALOR PAGO A MENOR' TO WS-MOTIVO-REJ
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENVIAR O DETALHE REJEITADO AO REJEITOR COMUM              *
      *--------------------------------------------------------------*
       029-REJEITAR-DETALHE.

           ADD 1 TO WS-CTREJEITADOS
           DISPLAY '** RETORNO RA ' RET-RA ' MES ' RET-MES-REF
                   ' REJEITADO: ' WS-MOTIVO-REJ
           MOVE WS-COD-MOTIVO    TO WS-REJ-COD-MOTIVO
           MOVE WS-MOTIVO-REJ    TO WS-REJ-DESCR-MOTIVO
           MOVE REG-RETORNO      TO WS-REJ-DADO-ORIGINAL
           CALL 'CGPRG010' USING WS-REJ-PARMS
           .
      *--------------------------------------------------------------*
      *    BAIXAR A FATURA COMO PAGA                                 *
      *--------------------------------------------------------------*
       032-BAIXAR-FATURA.

      *-----> PAGAMENTO A MAIOR (JUROS/MULTA POR ATRASO) E ACEITO E
      *       O VALOR PAGO E GRAVADO, COMO NAS PARCELAS (CGPRG038)
           MOVE 'P'            TO MEN-SITUACAO
           MOVE RET-DATA-PAGTO TO MEN-DATA-PAGTO
           MOVE RET-VAL-PAGO   TO MEN-VAL-PAGO
           REWRITE REG-MENSALIDADE
           ADD 1            TO WS-CTBAIXADAS
           ADD RET-VAL-PAGO TO AS-TOT-RECEBIDO

           MOVE RET-VAL-PAGO TO WS-ED-VALOR
           DISPLAY 'BAIXA RA ' RET-RA ' MES ' RET-MES-REF
                   ' PAGO EM ' RET-DATA-PAGTO ' ' WS-ED-VALOR
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE RETORNO-BANCO
           CLOSE MENSALIDADES
           MOVE AS-TOT-RECEBIDO TO WS-ED-VALOR
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "PAGAMENTOS NO RETORNO...: " WS-CTLIDOS
           DISPLAY "FATURAS BAIXADAS........: " WS-CTBAIXADAS
           DISPLAY "VALOR RECEBIDO..........: " WS-ED-VALOR
           DISPLAY "PAGAMENTOS REJEITADOS...: " WS-CTREJEITADOS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG046"

           MOVE 'T'            TO WS-LOG-EVENTO
           MOVE WS-CTBAIXADAS  TO WS-LOG-QTD-REGS
           MOVE ZEROS          TO WS-LOG-COD-RETORNO
           IF WS-CTREJEITADOS NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           IF WS-RETORNO-ERRO = 'S'
               MOVE 08 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
           IF WS-CTREJEITADOS NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RETORNO-ERRO = 'S'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG046 <-------------------*
