       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG039.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: ENVELHECIMENTO (AGING) DAS PARCELAS A RECEBER POR   *
      *           DEPARTAMENTO - TODA PARCELA EM ABERTO (ABERTA OU   *
      *           FATURADA E AINDA NAO PAGA) E CLASSIFICADA PELOS    *
      *           DIAS DE ATRASO EM RELACAO A DATA-MOVIMENTO NAS     *
      *           FAIXAS A VENCER / 01-30 / 31-60 / 61-90 / MAIS DE  *
      *           90, COM QUANTIDADE E VALOR POR FAIXA, TOTAL DO     *
      *           DEPARTAMENTO E TOTAL GERAL. O ARQUIVO DE PARCELAS  *
      *           E LIDO NA ORDEM DA CHAVE, QUE COMECA PELO          *
      *           DEPARTAMENTO - DISPENSA SORT PARA A QUEBRA.        *
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
           SELECT DEPTO-MESTRE ASSIGN TO DEPTOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-NR
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT REL-AGING ASSIGN TO RELAGING
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> PARCELAS A RECEBER (VSAM/INDEXADO POR LOTE + NR DA
      *       PARCELA) - AQUI SOMENTE CONSULTA
       FD  PARCELAS
           RECORDING MODE IS F.
       COPY CGPARC01 REPLACING PARCELA-RECORD BY REG-PARCELA.
      *-----> CADASTRO-MESTRE DE DEPARTAMENTOS (VSAM/INDEXADO POR
      *       NUMERO) - AQUI SO PARA BUSCAR O NOME
       FD  DEPTO-MESTRE
           RECORDING MODE IS F.
       COPY CGDEPT01 REPLACING DEPT-RECORD BY REG-DEPTO-MESTRE.
      *-----> RELATORIO DE ENVELHECIMENTO
       FD  REL-AGING
           RECORDING MODE IS F.
       01  REG-REL-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-PARC-STATUS         PIC X(02).
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-REL-STATUS          PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
       77  WS-CTLIDAS             PIC 9(06) VALUE ZEROS.
       77  WS-CTEM-ABERTO         PIC 9(06) VALUE ZEROS.
       77  WS-CTDEPARTAMENTOS     PIC 9(04) VALUE ZEROS.
       77  WS-CTSEM-CADASTRO      PIC 9(04) VALUE ZEROS.
      *-----> DIAS DE ATRASO (CALCULO COMERCIAL 30/360, MESMO DO
      *       CGPRG017 - SUFICIENTE PARA FAIXAS DE ENVELHECIMENTO)
       01  WS-DATA-AUX.
           05 WS-DA-AAAA          PIC 9(04).
           05 WS-DA-MM            PIC 9(02).
           05 WS-DA-DD            PIC 9(02).
       77  AS-DIAS-HOJE           PIC 9(08) COMP.
       77  AS-DIAS-VENC           PIC 9(08) COMP.
       77  AS-ATRASO              PIC S9(07) COMP.
      *-----> FAIXAS DE ENVELHECIMENTO (1 = A VENCER)
       01  WS-NOMES-FAIXA-AREA.
           05 FILLER              PIC X(10) VALUE 'A VENCER  '.
           05 FILLER              PIC X(10) VALUE '01 A 30   '.
           05 FILLER              PIC X(10) VALUE '31 A 60   '.
           05 FILLER              PIC X(10) VALUE '61 A 90   '.
           05 FILLER              PIC X(10) VALUE 'MAIS DE 90'.
       01  WS-NOMES-FAIXA REDEFINES WS-NOMES-FAIXA-AREA.
           05 WS-NOME-FAIXA       PIC X(10) OCCURS 5 TIMES.
       77  WS-F                   PIC 9(01) COMP.
      *-----> ACUMULADOS POR FAIXA: DEPARTAMENTO CORRENTE E GERAL
       01  WS-TAB-FAIXAS.
           05 WS-FAIXA            OCCURS 5 TIMES.
              10 TF-QTD-DPTO      PIC 9(06).
              10 TF-VAL-DPTO      PIC 9(11)V99.
              10 TF-QTD-GERAL     PIC 9(06).
              10 TF-VAL-GERAL     PIC 9(12)V99.
       77  AS-DPTO-QTD            PIC 9(06).
       77  AS-DPTO-VAL            PIC 9(11)V99.
       77  AS-GERAL-QTD           PIC 9(06) VALUE ZEROS.
       77  AS-GERAL-VAL           PIC 9(12)V99 VALUE ZEROS.
      *-----> CONTROLE DE QUEBRA POR DEPARTAMENTO
       77  WS-DPTO-ANT            PIC 9(04) VALUE ZEROS.
       77  WS-TEM-DPTO            PIC X(01) VALUE 'N'.
      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(41) VALUE
                      'ENVELHECIMENTO DAS PARCELAS A RECEBER EM '.
           05 WS-LT-DIA           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LT-MES           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LT-ANO           PIC 9(04).
           05 FILLER              PIC X(29) VALUE SPACES.
       01  WS-LIN-DEPTO.
           05 FILLER              PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 WS-LDP-DPTO         PIC 9(04).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-LDP-NOME         PIC X(18).
           05 FILLER              PIC X(41) VALUE SPACES.
       01  WS-CAB.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE 'FAIXA (DIAS)'.
           05 FILLER              PIC X(10) VALUE '   QTDE.'.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(18) VALUE
                                   '        VALOR     '.
           05 FILLER              PIC X(29) VALUE SPACES.
       01  WS-LIN-FAIXA.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LF-FAIXA         PIC X(10).
           05 FILLER              PIC X(07) VALUE SPACES.
           05 WS-LF-QTD           PIC ZZZZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-LF-VALOR         PIC $$$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(31) VALUE SPACES.
       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LTT-DESCR        PIC X(17).
           05 WS-LTT-QTD          PIC ZZZZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-LTT-VALOR        PIC $$$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(31) VALUE SPACES.
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG039'.
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

           DISPLAY "** PROGRAMA 39 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "ENVELHECIMENTO DAS PARCELAS A RECEBER"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA
           MOVE AS-DATA TO WS-DATA-AUX
           COMPUTE AS-DIAS-HOJE = WS-DA-AAAA * 360
                 + WS-DA-MM * 30 + WS-DA-DD

           OPEN INPUT PARCELAS
           IF WS-PARC-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR AS PARCELAS A RECEBER - '
                       'STATUS ' WS-PARC-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEPTO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O DEPTO-MESTRE - STATUS '
                       WS-MESTRE-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REL-AGING

           MOVE AS-DATA(7:2) TO WS-LT-DIA
           MOVE AS-DATA(5:2) TO WS-LT-MES
           MOVE AS-DATA(1:4) TO WS-LT-ANO
           WRITE REG-REL-LINHA FROM WS-LIN-TITULO

           MOVE ZEROS TO WS-TAB-FAIXAS

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
      *    CLASSIFICAR A PARCELA EM ABERTO NA FAIXA DE ATRASO        *
      *--------------------------------------------------------------*
       030-PROCESSAR.

      *-----> PAGA OU CANCELADA NAO E MAIS RECEBIVEL
           IF PAR-ABERTA OR PAR-FATURADA
               IF PAR-DPTO NOT = WS-DPTO-ANT OR WS-TEM-DPTO = 'N'
                   IF WS-TEM-DPTO = 'S'
                       PERFORM 040-TOTAIS-DO-DEPTO
                   END-IF
                   MOVE 'S'      TO WS-TEM-DPTO
                   MOVE PAR-DPTO TO WS-DPTO-ANT
                   ADD 1 TO WS-CTDEPARTAMENTOS
               END-IF

               MOVE PAR-VENCIMENTO TO WS-DATA-AUX
               COMPUTE AS-DIAS-VENC = WS-DA-AAAA * 360
                     + WS-DA-MM * 30 + WS-DA-DD
               COMPUTE AS-ATRASO = AS-DIAS-HOJE - AS-DIAS-VENC

               EVALUATE TRUE
                   WHEN AS-ATRASO NOT > 0
                       MOVE 1 TO WS-F
                   WHEN AS-ATRASO NOT > 30
                       MOVE 2 TO WS-F
                   WHEN AS-ATRASO NOT > 60
                       MOVE 3 TO WS-F
                   WHEN AS-ATRASO NOT > 90
                       MOVE 4 TO WS-F
                   WHEN OTHER
                       MOVE 5 TO WS-F
               END-EVALUATE

               ADD 1         TO TF-QTD-DPTO(WS-F)
               ADD PAR-VALOR TO TF-VAL-DPTO(WS-F)
               ADD 1         TO WS-CTEM-ABERTO
           END-IF

           PERFORM 025-LER-PARCELA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR AS FAIXAS E O TOTAL DO DEPARTAMENTO              *
      *--------------------------------------------------------------*
       040-TOTAIS-DO-DEPTO.

           MOVE WS-DPTO-ANT TO DEPT-NR
                               WS-LDP-DPTO
           READ DEPTO-MESTRE
               INVALID KEY
                   ADD 1 TO WS-CTSEM-CADASTRO
                   MOVE '*** NAO CADASTRADO' TO WS-LDP-NOME
                   DISPLAY '** DEPTO ' WS-DPTO-ANT ' FORA DO '
                           'MESTRE - IMPRESSO SEM NOME **'
               NOT INVALID KEY
                   MOVE DEPT-NOME TO WS-LDP-NOME
           END-READ

           WRITE REG-REL-LINHA FROM AS-HIFENS
           WRITE REG-REL-LINHA FROM WS-LIN-DEPTO
           WRITE REG-REL-LINHA FROM WS-CAB

           MOVE ZEROS TO AS-DPTO-QTD
                         AS-DPTO-VAL
           PERFORM 042-IMPRIMIR-FAIXA
               VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > 5

           MOVE 'TOTAL DO DEPTO..:' TO WS-LTT-DESCR
           MOVE AS-DPTO-QTD TO WS-LTT-QTD
           MOVE AS-DPTO-VAL TO WS-LTT-VALOR
           WRITE REG-REL-LINHA FROM WS-LIN-TOTAL
           .
       042-IMPRIMIR-FAIXA.

           MOVE WS-NOME-FAIXA(WS-F) TO WS-LF-FAIXA
           MOVE TF-QTD-DPTO(WS-F)   TO WS-LF-QTD
           MOVE TF-VAL-DPTO(WS-F)   TO WS-LF-VALOR
           WRITE REG-REL-LINHA FROM WS-LIN-FAIXA

           ADD TF-QTD-DPTO(WS-F) TO AS-DPTO-QTD
                                    TF-QTD-GERAL(WS-F)
           ADD TF-VAL-DPTO(WS-F) TO AS-DPTO-VAL
                                    TF-VAL-GERAL(WS-F)
           MOVE ZEROS TO TF-QTD-DPTO(WS-F)
                         TF-VAL-DPTO(WS-F)
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR AS FAIXAS DO TOTAL GERAL                         *
      *--------------------------------------------------------------*
       045-TOTAL-GERAL.

           WRITE REG-REL-LINHA FROM AS-HIFENS
           WRITE REG-REL-LINHA FROM WS-CAB

           PERFORM 046-IMPRIMIR-FAIXA-GERAL
               VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > 5

           MOVE 'TOTAL GERAL.....:' TO WS-LTT-DESCR
           MOVE AS-GERAL-QTD TO WS-LTT-QTD
           MOVE AS-GERAL-VAL TO WS-LTT-VALOR
           WRITE REG-REL-LINHA FROM WS-LIN-TOTAL
           .
       046-IMPRIMIR-FAIXA-GERAL.

           MOVE WS-NOME-FAIXA(WS-F) TO WS-LF-FAIXA
           MOVE TF-QTD-GERAL(WS-F)  TO WS-LF-QTD
           MOVE TF-VAL-GERAL(WS-F)  TO WS-LF-VALOR
           WRITE REG-REL-LINHA FROM WS-LIN-FAIXA

           ADD TF-QTD-GERAL(WS-F) TO AS-GERAL-QTD
           ADD TF-VAL-GERAL(WS-F) TO AS-GERAL-VAL
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

      *-----> FECHA AS FAIXAS DO ULTIMO DEPARTAMENTO DO RELATORIO
           IF WS-TEM-DPTO = 'S'
               PERFORM 040-TOTAIS-DO-DEPTO
           END-IF
           PERFORM 045-TOTAL-GERAL

           CLOSE PARCELAS
           CLOSE DEPTO-MESTRE
           CLOSE REL-AGING
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "PARCELAS LIDAS..........: " WS-CTLIDAS
           DISPLAY "PARCELAS EM ABERTO......: " WS-CTEM-ABERTO
           DISPLAY "DEPARTAMENTOS...........: " WS-CTDEPARTAMENTOS
           DISPLAY "DEPTO FORA DO CADASTRO..: " WS-CTSEM-CADASTRO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG039"

           MOVE 'T'            TO WS-LOG-EVENTO
           MOVE WS-CTEM-ABERTO TO WS-LOG-QTD-REGS
           MOVE ZEROS          TO WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS
           .
      *---------------> FIM DO PROGRAMA CGPRG039 <-------------------*
