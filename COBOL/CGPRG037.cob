       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG037.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: COBRANCA MENSAL DAS PARCELAS A RECEBER - PERCORRE   *
      *           O ARQUIVO DE PARCELAS (GERADO PELO CGPRG036) E     *
      *           EMITE NO ARQUIVO DE COBRANCA (FATPARC) TODA        *
      *           PARCELA ABERTA QUE VENCE ATE O FIM DO MES DA       *
      *           DATA-MOVIMENTO (INCLUSIVE ENTRADAS E PARCELAS      *
      *           ATRASADAS AINDA NAO COBRADAS), COM O COMPRADOR DO  *
      *           CONTRATO, E MARCA A PARCELA COMO FATURADA. PARCELA *
      *           DE CONTRATO ENCERRADO E CANCELADA EM VEZ DE        *
      *           COBRADA. A BAIXA DOS PAGAMENTOS E FEITA PELO       *
      *           CGPRG038.                                          *
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-PARC-STATUS.
           SELECT CONTRATO-VENDA ASSIGN TO CONTVEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WS-CONTR-STATUS.
           SELECT COMPRADOR-MESTRE ASSIGN TO COMPRMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-DOC
               FILE STATUS IS WS-COMPR-STATUS.
           SELECT ARQ-COBRANCA ASSIGN TO FATPARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FAT-STATUS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> PARCELAS A RECEBER (VSAM/INDEXADO POR LOTE + NR DA
      *       PARCELA) - LIDO EM SEQUENCIA E REGRAVADO AO FATURAR
       FD  PARCELAS
           RECORDING MODE IS F.
       COPY CGPARC01 REPLACING PARCELA-RECORD BY REG-PARCELA.
      *-----> CONTRATOS DE VENDA (VSAM/INDEXADO PELA CHAVE NATURAL
      *       DO LOTE), GRAVADOS PELO CGPRG029 - AQUI SOMENTE CONSULTA
       FD  CONTRATO-VENDA
           RECORDING MODE IS F.
       COPY CGCONT01 REPLACING CONTRATO-RECORD BY REG-CONTRATO.
      *-----> CADASTRO-MESTRE DE COMPRADORES (VSAM/INDEXADO POR
      *       CPF/CNPJ), MANTIDO PELO CGPRG034 - AQUI SOMENTE CONSULTA
       FD  COMPRADOR-MESTRE
           RECORDING MODE IS F.
       COPY CGCOMP01 REPLACING COMPRADOR-RECORD BY REG-COMPRADOR.
      *-----> ARQUIVO DE COBRANCA DO MES (UMA LINHA POR PARCELA
      *       EMITIDA) - LRECL 100 PARA LEVAR O NOME DO SACADO
       FD  ARQ-COBRANCA
           RECORDING MODE IS F.
       01  REG-COBRANCA.
           05 FAT-MES-REF            PIC 9(06).
           05 FAT-LOTE.
              10 FAT-DPTO            PIC 9(04).
              10 FAT-CEP             PIC 9(08).
              10 FAT-FRENTE          PIC 9(03)V9(02).
              10 FAT-COMP            PIC 9(03)V9(02).
           05 FAT-NR-PARC            PIC 9(03).
           05 FAT-DOC-COMPRADOR      PIC X(14).
           05 FAT-NOME-COMPRADOR     PIC X(30).
           05 FAT-VENCIMENTO         PIC 9(08).
           05 FAT-VALOR              PIC 9(08)V9(02).
           05 FILLER                 PIC X(07).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-PARC-STATUS         PIC X(02).
       77  WS-CONTR-STATUS        PIC X(02).
       77  WS-COMPR-STATUS        PIC X(02).
       77  WS-FAT-STATUS          PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
      *-----> MES DE REFERENCIA DA COBRANCA (AAAAMM DA DATA-MOVIMENTO)
       77  AS-MES-REF             PIC 9(06).
       77  WS-CTLIDAS             PIC 9(06) VALUE ZEROS.
       77  WS-CTFATURADAS         PIC 9(06) VALUE ZEROS.
       77  WS-CTCANCELADAS        PIC 9(06) VALUE ZEROS.
       77  WS-CTSEM-CONTRATO      PIC 9(06) VALUE ZEROS.
       77  AS-TOT-FATURADO        PIC 9(11)V99 VALUE ZEROS.
       77  WS-ED-VALOR            PIC $$.$$$.$$$.$$9,99.
      *-----> LINHA DE COBRANCA NO SYSOUT
       01  WS-LIN-COBRANCA.
           05 FILLER              PIC X(06) VALUE 'DEPTO '.
           05 WS-LCB-DPTO         PIC 9(04).
           05 FILLER              PIC X(05) VALUE ' CEP '.
           05 WS-LCB-CEP          PIC 9(08).
           05 FILLER              PIC X(07) VALUE ' PARC. '.
           05 WS-LCB-NR           PIC 9(03).
           05 FILLER              PIC X(06) VALUE ' VENC '.
           05 WS-LCB-VENC         PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LCB-DOC          PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LCB-VALOR        PIC $$$.$$$.$$9,99.
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG037'.
           05 WS-LOG-EVENTO       PIC X(01).
           05 WS-LOG-QTD-REGS     PIC 9(06).
           05 WS-LOG-COD-RETORNO  PIC 99.

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

           DISPLAY "** PROGRAMA 37 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "COBRANCA MENSAL DAS PARCELAS A RECEBER"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA
           MOVE AS-DATA(1:6)      TO AS-MES-REF
           DISPLAY 'MES DE REFERENCIA DA COBRANCA: ' AS-MES-REF

           OPEN I-O PARCELAS
           IF WS-PARC-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR AS PARCELAS A RECEBER - '
                       'STATUS ' WS-PARC-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONTRATO-VENDA
           IF WS-CONTR-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR OS CONTRATOS DE VENDA - '
                       'STATUS ' WS-CONTR-STATUS ' **'
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
           OPEN OUTPUT ARQ-COBRANCA

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS

           PERFORM 025-LER-PARCELA
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DE UMA PARCELA                         *
      *--------------------------------------------------------------*
       025-LER-PARCELA.

           READ PARCELAS NEXT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDAS
           END-READ
           .
      *--------------------------------------------------------------*
      *    COBRAR A PARCELA ABERTA QUE VENCE ATE O MES DE REFERENCIA *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF PAR-ABERTA
              AND PAR-VENCIMENTO(1:6) NOT > AS-MES-REF
               MOVE PAR-LOTE TO CTR-CHAVE
               READ CONTRATO-VENDA
                   INVALID KEY
                       ADD 1 TO WS-CTSEM-CONTRATO
                       DISPLAY '** PARCELA ' PAR-NR ' DO DEPTO '
                               PAR-DPTO ' CEP ' PAR-CEP
                               ' SEM CONTRATO - NAO COBRADA **'
                   NOT INVALID KEY
                       IF CTR-ENCERRADO
                           PERFORM 034-CANCELAR-PARCELA
                       ELSE
                           PERFORM 032-EMITIR-COBRANCA
                       END-IF
               END-READ
           END-IF

           PERFORM 025-LER-PARCELA
           .
      *--------------------------------------------------------------*
      *    EMITIR A COBRANCA E MARCAR A PARCELA COMO FATURADA        *
      *--------------------------------------------------------------*
       032-EMITIR-COBRANCA.

           MOVE CTR-DOC-COMPRADOR TO CMP-DOC
           READ COMPRADOR-MESTRE
               INVALID KEY
                   MOVE '*** COMPRADOR NAO CADASTRADO'
                        TO CMP-NOME
           END-READ

           MOVE AS-MES-REF        TO FAT-MES-REF
           MOVE PAR-LOTE          TO FAT-LOTE
           MOVE PAR-NR            TO FAT-NR-PARC
           MOVE CTR-DOC-COMPRADOR TO FAT-DOC-COMPRADOR
           MOVE CMP-NOME          TO FAT-NOME-COMPRADOR
           MOVE PAR-VENCIMENTO    TO FAT-VENCIMENTO
           MOVE PAR-VALOR         TO FAT-VALOR
           WRITE REG-COBRANCA

           MOVE 'F'     TO PAR-SITUACAO
           MOVE AS-DATA TO PAR-DATA-FATURA
           REWRITE REG-PARCELA
           ADD 1         TO WS-CTFATURADAS
           ADD PAR-VALOR TO AS-TOT-FATURADO

           MOVE PAR-DPTO          TO WS-LCB-DPTO
           MOVE PAR-CEP           TO WS-LCB-CEP
           MOVE PAR-NR            TO WS-LCB-NR
           MOVE PAR-VENCIMENTO    TO WS-LCB-VENC
           MOVE CTR-DOC-COMPRADOR TO WS-LCB-DOC
           MOVE PAR-VALOR         TO WS-LCB-VALOR
           DISPLAY WS-LIN-COBRANCA
           .
      *--------------------------------------------------------------*
      *    CANCELAR PARCELA DE CONTRATO JA ENCERRADO                 *
      *--------------------------------------------------------------*
       034-CANCELAR-PARCELA.

           MOVE 'C' TO PAR-SITUACAO
           REWRITE REG-PARCELA
           ADD 1 TO WS-CTCANCELADAS
           DISPLAY '** PARCELA ' PAR-NR ' DO DEPTO ' PAR-DPTO
                   ' CEP ' PAR-CEP ' DE CONTRATO ENCERRADO - '
                   'CANCELADA **'
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE PARCELAS
           CLOSE CONTRATO-VENDA
           CLOSE COMPRADOR-MESTRE
           CLOSE ARQ-COBRANCA
           MOVE AS-TOT-FATURADO TO WS-ED-VALOR
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "PARCELAS LIDAS..........: " WS-CTLIDAS
           DISPLAY "PARCELAS COBRADAS.......: " WS-CTFATURADAS
           DISPLAY "VALOR COBRADO...........: " WS-ED-VALOR
           DISPLAY "PARCELAS CANCELADAS.....: " WS-CTCANCELADAS
           DISPLAY "PARCELAS SEM CONTRATO...: " WS-CTSEM-CONTRATO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG037"

           MOVE 'T'            TO WS-LOG-EVENTO
           MOVE WS-CTFATURADAS TO WS-LOG-QTD-REGS
           MOVE ZEROS          TO WS-LOG-COD-RETORNO
           IF WS-CTSEM-CONTRATO NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
           IF WS-CTSEM-CONTRATO NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG037 <-------------------*
