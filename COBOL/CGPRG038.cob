       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG038.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: BAIXA DE PAGAMENTOS DAS PARCELAS A RECEBER - LE DA  *
      *           SYSIN OS PAGAMENTOS RECEBIDOS (LOTE + NR DA        *
      *           PARCELA + DATA E VALOR PAGO), CONFERE A PARCELA NO *
      *           ARQUIVO DE PARCELAS E A MARCA COMO PAGA. PAGAMENTO *
      *           A MENOR, DE PARCELA JA PAGA OU CANCELADA VAI PARA  *
      *           O REJEITOR COMUM (CGPRG010); PAGAMENTO A MAIOR     *
      *           (JUROS/MULTA) E ACEITO E O VALOR PAGO E GRAVADO.   *
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
           SELECT PARCELAS ASSIGN TO PARCELAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-PARC-STATUS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> PARCELAS A RECEBER (VSAM/INDEXADO POR LOTE + NR DA
      *       PARCELA), GERADAS PELO CGPRG036
       FD  PARCELAS
           RECORDING MODE IS F.
       COPY CGPARC01 REPLACING PARCELA-RECORD BY REG-PARCELA.

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-PARC-STATUS         PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
       77  WS-CTBAIXADAS          PIC 9(04) VALUE ZEROS.
       77  WS-CTREJEITADOS        PIC 9(04) VALUE ZEROS.
       77  AS-TOT-RECEBIDO        PIC 9(11)V99 VALUE ZEROS.
       77  WS-ED-VALOR            PIC $$.$$$.$$$.$$9,99.
      *-----> VALIDACAO DO CARTAO DE PAGAMENTO
       77  WS-CARTAO-VALIDO       PIC X(01) VALUE 'S'.
       77  WS-COD-MOTIVO          PIC 99.
       77  WS-MOTIVO-REJ          PIC X(20).
      *-----> CARTAO DE PAGAMENTO RECEBIDO VIA SYSIN
       01  WS-REG-SYSIN.
           05 TRAN-DPTO           PIC 9(04).
           05 TRAN-CEP            PIC 9(08).
           05 TRAN-FRENTE         PIC 9(03)V9(02).
           05 TRAN-COMP           PIC 9(03)V9(02).
           05 TRAN-NR-PARC        PIC 9(03).
           05 TRAN-DATA-PAGTO     PIC 9(08).
           05 TRAN-DATA-PAGTO-R REDEFINES TRAN-DATA-PAGTO.
              10 TRAN-PAGTO-ANO   PIC 9(04).
              10 TRAN-PAGTO-MES   PIC 9(02).
              10 TRAN-PAGTO-DIA   PIC 9(02).
           05 TRAN-VAL-PAGO       PIC 9(08)V9(02).
      *-----> CARTOES DE CONTROLE DO DECK: CABECALHO 'H*' (DATA E
      *       ORIGEM DO DECK) E TRAILER 'T*' (QUANTIDADE ESPERADA
      *       DE CARTOES APOS O CABECALHO). DECK SEM CABECALHO/
      *       TRAILER OU COM CONTAGEM ERRADA ENCERRA O PASSO COM
      *       RC=8 E EVENTO NO CTRLLOG - MEIO DECK NUNCA MAIS
      *       PROCESSA COMO SE ESTIVESSE COMPLETO
       77  WS-TEM-CABECALHO       PIC X(01) VALUE 'N'.
       77  WS-TEM-TRAILER         PIC X(01) VALUE 'N'.
       77  WS-CARTAO-DADOS        PIC X(01).
       77  WS-CTCARTOES           PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ESPERADA        PIC 9(06) VALUE ZEROS.
       77  WS-DECK-ERRO           PIC X(01) VALUE 'N'.
       01  WS-CARTAO-IMAGEM.
           05 WS-CI-TIPO          PIC X(02).
           05 WS-CI-DATA          PIC 9(08).
           05 WS-CI-ORIGEM        PIC X(10).
           05 FILLER              PIC X(60).
       01  WS-CARTAO-TRAILER REDEFINES WS-CARTAO-IMAGEM.
           05 FILLER              PIC X(02).
           05 WS-CT-QTD           PIC 9(06).
           05 FILLER              PIC X(72).
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG038'.
           05 WS-LOG-EVENTO       PIC X(01).
           05 WS-LOG-QTD-REGS     PIC 9(06).
           05 WS-LOG-COD-RETORNO  PIC 99.
      *-----> PARAMETROS TROCADOS COM O REJEITOR COMUM (CGPRG010)
       01  WS-REJ-PARMS.
           05 WS-REJ-PROGRAMA     PIC X(08) VALUE 'CGPRG038'.
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

           DISPLAY "** PROGRAMA 38 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "BAIXA DE PAGAMENTOS DAS PARCELAS A RECEBER"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA

           OPEN I-O PARCELAS
           IF WS-PARC-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR AS PARCELAS A RECEBER - '
                       'STATUS ' WS-PARC-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    LEITURA DADOS DA SYSIN                                    *
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           MOVE 'N' TO WS-CARTAO-DADOS
           PERFORM UNTIL WS-CARTAO-DADOS = 'S' OR WS-FIM = 'S'
               ACCEPT WS-CARTAO-IMAGEM FROM SYSIN
               PERFORM 024-CLASSIFICAR-CARTAO
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    CLASSIFICAR UM CARTAO DO DECK (CONTROLE OU DADOS)         *
      *--------------------------------------------------------------*
       024-CLASSIFICAR-CARTAO.

           EVALUATE TRUE
               WHEN WS-CARTAO-IMAGEM = ALL '9'
                   MOVE 'S' TO WS-FIM
                   PERFORM 026-CONFERIR-DECK
               WHEN WS-CI-TIPO = 'H*'
                   MOVE 'S'   TO WS-TEM-CABECALHO
                   MOVE ZEROS TO WS-CTCARTOES
                   DISPLAY 'DECK DE ' WS-CI-ORIGEM ' DATADO DE '
                           WS-CI-DATA
               WHEN WS-CI-TIPO = 'T*'
                   MOVE 'S'       TO WS-TEM-TRAILER
                   MOVE WS-CT-QTD TO WS-QTD-ESPERADA
               WHEN OTHER
                   MOVE 'S' TO WS-CARTAO-DADOS
                   MOVE WS-CARTAO-IMAGEM TO WS-REG-SYSIN
      *-----------> A CONTAGEM DO TRAILER COBRE OS CARTOES APOS O
      *             CABECALHO - RE-ALIMENTACOES CONCATENADAS NA
      *             FRENTE DO DECK FICAM FORA DA CONFERENCIA
                   IF WS-TEM-CABECALHO = 'S'
                       ADD 1 TO WS-CTCARTOES
                   END-IF
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CONFERIR CABECALHO E TRAILER NO FIM DO DECK               *
      *--------------------------------------------------------------*
       026-CONFERIR-DECK.

           EVALUATE TRUE
               WHEN WS-TEM-CABECALHO = 'N'
                   MOVE 'S' TO WS-DECK-ERRO
                   DISPLAY '** DECK SEM CARTAO DE CABECALHO **'
               WHEN WS-TEM-TRAILER = 'N'
                   MOVE 'S' TO WS-DECK-ERRO
                   DISPLAY '** DECK SEM CARTAO DE TRAILER **'
               WHEN WS-QTD-ESPERADA NOT = WS-CTCARTOES
                   MOVE 'S' TO WS-DECK-ERRO
                   DISPLAY '** TRAILER ACUSA ' WS-QTD-ESPERADA
                           ' CARTAO(ES) E O DECK TROUXE '
                           WS-CTCARTOES ' **'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM CARTAO DE PAGAMENTO                          *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 028-VALIDAR-CARTAO

           IF WS-CARTAO-VALIDO = 'N'
               PERFORM 029-REJEITAR-CARTAO
           ELSE
               PERFORM 032-BAIXAR-PARCELA
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CARTAO E A PARCELA ANTES DA BAIXA              *
      *--------------------------------------------------------------*
       028-VALIDAR-CARTAO.

           MOVE 'S'          TO WS-CARTAO-VALIDO
           MOVE TRAN-DPTO    TO PAR-DPTO
           MOVE TRAN-CEP     TO PAR-CEP
           MOVE TRAN-FRENTE  TO PAR-FRENTE
           MOVE TRAN-COMP    TO PAR-COMP
           MOVE TRAN-NR-PARC TO PAR-NR

      *-----> EVALUATE TRUE SO REGISTRA O MOTIVO DA 1A REGRA QUE
      *       FALHAR - SENAO UMA FALHA POSTERIOR SOBRESCREVERIA O
      *       MOTIVO JA GRAVADO E O REJEITOR (CGPRG010) PERDERIA A
      *       CAUSA REAL DA 1A REGRA VIOLADA
           EVALUATE TRUE
               WHEN TRAN-VAL-PAGO NOT NUMERIC
                    OR TRAN-VAL-PAGO = ZEROS
                   MOVE 'N' TO WS-CARTAO-VALIDO
                   MOVE 01  TO WS-COD-MOTIVO
                   MOVE 'VALOR PAGO INVALIDO' TO WS-MOTIVO-REJ
               WHEN TRAN-DATA-PAGTO NOT NUMERIC
                    OR TRAN-PAGTO-MES < 01 OR TRAN-PAGTO-MES > 12
                    OR TRAN-PAGTO-DIA < 01 OR TRAN-PAGTO-DIA > 31
                    OR TRAN-DATA-PAGTO > AS-DATA
                   MOVE 'N' TO WS-CARTAO-VALIDO
                   MOVE 02  TO WS-COD-MOTIVO
                   MOVE 'DATA PAGTO INVALIDA' TO WS-MOTIVO-REJ
               WHEN OTHER
                   READ PARCELAS
                       INVALID KEY
                           MOVE 'N' TO WS-CARTAO-VALIDO
                           MOVE 03  TO WS-COD-MOTIVO
                           MOVE 'PARCELA INEXISTENTE'
                                TO WS-MOTIVO-REJ
                   END-READ
           END-EVALUATE

      *-----> CRITICAS QUE DEPENDEM DA PARCELA LIDA
           IF WS-CARTAO-VALIDO = 'S'
               EVALUATE TRUE
                   WHEN PAR-PAGA
                       MOVE 'N' TO WS-CARTAO-VALIDO
                       MOVE 04  TO WS-COD-MOTIVO
                       MOVE 'PARCELA JA PAGA' TO WS-MOTIVO-REJ
                   WHEN PAR-CANCELADA
                       MOVE 'N' TO WS-CARTAO-VALIDO
                       MOVE 05  TO WS-COD-MOTIVO
                       MOVE 'PARCELA CANCELADA' TO WS-MOTIVO-REJ
                   WHEN TRAN-VAL-PAGO < PAR-VALOR
                       MOVE 'N' TO WS-CARTAO-VALIDO
                       MOVE 06  TO WS-COD-MOTIVO
                       MOVE 'VALOR PAGO A MENOR' TO WS-MOTIVO-REJ
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENVIAR O CARTAO REJEITADO AO REJEITOR COMUM               *
      *--------------------------------------------------------------*
       029-REJEITAR-CARTAO.

           ADD 1 TO WS-CTREJEITADOS
           DISPLAY '** PAGTO DEPTO ' TRAN-DPTO ' CEP ' TRAN-CEP
                   ' PARC. ' TRAN-NR-PARC ' REJEITADO: '
                   WS-MOTIVO-REJ
           MOVE WS-COD-MOTIVO    TO WS-REJ-COD-MOTIVO
           MOVE WS-MOTIVO-REJ    TO WS-REJ-DESCR-MOTIVO
           MOVE WS-REG-SYSIN     TO WS-REJ-DADO-ORIGINAL
           CALL 'CGPRG010' USING WS-REJ-PARMS
           .
      *--------------------------------------------------------------*
      *    BAIXAR A PARCELA COMO PAGA                                *
      *--------------------------------------------------------------*
       032-BAIXAR-PARCELA.

      *-----> PARCELA AINDA NAO FATURADA PODE SER PAGA ANTECIPADA -
      *       A COBRANCA DO MES (CGPRG037) SO EMITE AS ABERTAS
           MOVE 'P'             TO PAR-SITUACAO
           MOVE TRAN-DATA-PAGTO TO PAR-DATA-PAGTO
           MOVE TRAN-VAL-PAGO   TO PAR-VAL-PAGO
           REWRITE REG-PARCELA
           ADD 1             TO WS-CTBAIXADAS
           ADD TRAN-VAL-PAGO TO AS-TOT-RECEBIDO

           MOVE TRAN-VAL-PAGO TO WS-ED-VALOR
           DISPLAY 'BAIXA DEPTO ' TRAN-DPTO ' CEP ' TRAN-CEP
                   ' PARC. ' TRAN-NR-PARC ' PAGO EM '
                   TRAN-DATA-PAGTO ' ' WS-ED-VALOR
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE PARCELAS
           MOVE AS-TOT-RECEBIDO TO WS-ED-VALOR
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "PARCELAS BAIXADAS.......: " WS-CTBAIXADAS
           DISPLAY "VALOR RECEBIDO..........: " WS-ED-VALOR
           DISPLAY "CARTOES REJEITADOS......: " WS-CTREJEITADOS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG038"

           MOVE 'T'            TO WS-LOG-EVENTO
           MOVE WS-CTBAIXADAS  TO WS-LOG-QTD-REGS
           MOVE ZEROS          TO WS-LOG-COD-RETORNO
           IF WS-CTREJEITADOS NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           IF WS-DECK-ERRO = 'S'
               MOVE 08 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
           IF WS-CTREJEITADOS NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DECK-ERRO = 'S'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG038 <-------------------*
