       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG047.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: APURACAO DE INADIMPLENCIA DAS MENSALIDADES - LE O   *
      *           ARQUIVO DE MENSALIDADES (CGPRG045/CGPRG046) E, POR *
      *           ALUNO, SOMA AS FATURAS EM ABERTO VENCIDAS HA MAIS  *
      *           DIAS DO QUE O LIMITE DA SYSIN (CALCULO COMERCIAL   *
      *           30/360). O ARQUIVO DE INADIMPLENTES E RECRIADO A   *
      *           CADA APURACAO - QUEM QUITOU SAI DELE - E E         *
      *           CONSULTADO PELA MANUTENCAO DE MATRICULAS (CGPRG020)*
      *           PARA RECUSAR NOVA MATRICULA. RC=4 SE HOUVER ALGUM  *
      *           ALUNO INADIMPLENTE.                                *
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
           SELECT MENSALIDADES ASSIGN TO MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-MENS-STATUS.
           SELECT INADIMPLENTES ASSIGN TO INADIMPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INA-RA
               FILE STATUS IS WS-INAD-STATUS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> MENSALIDADES (VSAM/INDEXADO POR RA + MES DE REFERENCIA)
      *       - LIDO EM SEQUENCIA, JA AGRUPADO POR RA PELA CHAVE
       FD  MENSALIDADES
           RECORDING MODE IS F.
       COPY CGMENS01 REPLACING MENSALIDADE-RECORD BY REG-MENSALIDADE.
      *-----> ALUNOS INADIMPLENTES (VSAM/INDEXADO POR RA) - GRAVADO
      *       NA ORDEM DO RA, QUE E A ORDEM DE LEITURA DAS FATURAS
       FD  INADIMPLENTES
           RECORDING MODE IS F.
       COPY CGINAD01 REPLACING INADIMPLENTE-RECORD BY REG-INADIMPLENTE.

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-MENS-STATUS         PIC X(02).
       77  WS-INAD-STATUS         PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
      *-----> LIMITE DE DIAS DE ATRASO RECEBIDO VIA SYSIN (EM
      *       BRANCO OU ZERADO VALE 30 DIAS)
       01  WS-REG-SYSIN.
           05 WS-DIAS-LIMITE-IN   PIC 9(03).
           05 FILLER              PIC X(77).
       77  AS-DIAS-LIMITE         PIC 9(03) VALUE 30.
      *-----> DIAS DE ATRASO DA FATURA (CALCULO COMERCIAL 30/360,
      *       O MESMO DO ENVELHECIMENTO DOS REJEITOS - CGPRG017)
       01  WS-DATA-AUX.
           05 WS-DA-AAAA          PIC 9(04).
           05 WS-DA-MM            PIC 9(02).
           05 WS-DA-DD            PIC 9(02).
       77  AS-DIAS-HOJE           PIC 9(08) COMP.
       77  AS-DIAS-VENCTO         PIC 9(08) COMP.
       77  AS-ATRASO              PIC S9(05) COMP.
      *-----> ALUNO EM APURACAO (QUEBRA POR RA)
       77  WS-RA-ANT              PIC X(13) VALUE SPACES.
       77  AS-QTD-FATURAS         PIC 9(03).
       77  AS-MAIOR-ATRASO        PIC 9(05).
       77  AS-VAL-ATRASO          PIC 9(08)V99.
      *-----> CONTADORES E TOTAIS
       77  WS-CTLIDAS             PIC 9(06) VALUE ZEROS.
       77  WS-CTABERTAS           PIC 9(06) VALUE ZEROS.
       77  WS-CTVENCIDAS          PIC 9(06) VALUE ZEROS.
       77  WS-CTINADIMPLENTES     PIC 9(06) VALUE ZEROS.
       77  AS-TOT-ATRASO          PIC 9(11)V99 VALUE ZEROS.
       77  WS-ED-VALOR            PIC $$.$$$.$$$.$$9,99.
      *-----> LINHA DE INADIMPLENTE NO SYSOUT
       01  WS-LIN-INADIMPLENTE.
           05 FILLER              PIC X(03) VALUE 'RA '.
           05 WS-LIN-RA           PIC X(13).
           05 FILLER              PIC X(09) VALUE ' FATURAS '.
           05 WS-LIN-QTD          PIC ZZ9.
           05 FILLER              PIC X(15) VALUE ' MAIOR ATRASO '.
           05 WS-LIN-ATRASO       PIC ZZZZ9.
           05 FILLER              PIC X(07) VALUE ' DIAS  '.
           05 WS-LIN-VALOR        PIC $$.$$$.$$9,99.
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG047'.
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

           DISPLAY "** PROGRAMA 47 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "APURACAO DE INADIMPLENCIA DAS MENSALIDADES"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA
           MOVE AS-DATA TO WS-DATA-AUX
           COMPUTE AS-DIAS-HOJE = WS-DA-AAAA * 360
                 + WS-DA-MM * 30 + WS-DA-DD

           ACCEPT WS-REG-SYSIN FROM SYSIN
           IF WS-DIAS-LIMITE-IN NUMERIC
              AND WS-DIAS-LIMITE-IN NOT = ZEROS
               MOVE WS-DIAS-LIMITE-IN TO AS-DIAS-LIMITE
           END-IF
           DISPLAY 'DATA DA APURACAO...: ' AS-DATA
           DISPLAY 'LIMITE DE ATRASO...: ' AS-DIAS-LIMITE ' DIAS'
           DISPLAY AS-HIFENS

           OPEN INPUT MENSALIDADES
           IF WS-MENS-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR AS MENSALIDADES - '
                       'STATUS ' WS-MENS-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INADIMPLENTES
           IF WS-INAD-STATUS NOT = '00'
               DISPLAY '** ERRO AO CRIAR OS INADIMPLENTES - '
                       'STATUS ' WS-INAD-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS

           PERFORM 025-LER-MENSALIDADE
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DE UMA FATURA                          *
      *--------------------------------------------------------------*
       025-LER-MENSALIDADE.

           READ MENSALIDADES NEXT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDAS
           END-READ
           .
      *--------------------------------------------------------------*
      *    SOMAR A FATURA VENCIDA ALEM DO LIMITE NO ALUNO            *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF MEN-RA NOT = WS-RA-ANT
               IF WS-RA-ANT NOT = SPACES
                   PERFORM 040-GRAVAR-INADIMPLENTE
               END-IF
               MOVE MEN-RA TO WS-RA-ANT
               MOVE ZEROS  TO AS-QTD-FATURAS
                              AS-MAIOR-ATRASO
                              AS-VAL-ATRASO
           END-IF

           IF MEN-ABERTA
               ADD 1 TO WS-CTABERTAS
               MOVE MEN-VENCIMENTO TO WS-DATA-AUX
               COMPUTE AS-DIAS-VENCTO = WS-DA-AAAA * 360
                     + WS-DA-MM * 30 + WS-DA-DD
               COMPUTE AS-ATRASO = AS-DIAS-HOJE - AS-DIAS-VENCTO
               IF AS-ATRASO > AS-DIAS-LIMITE
                   ADD 1               TO WS-CTVENCIDAS
                   ADD 1               TO AS-QTD-FATURAS
                   ADD MEN-VAL-LIQUIDO TO AS-VAL-ATRASO
                   IF AS-ATRASO > AS-MAIOR-ATRASO
                       MOVE AS-ATRASO TO AS-MAIOR-ATRASO
                   END-IF
               END-IF
           END-IF

           PERFORM 025-LER-MENSALIDADE
           .
      *--------------------------------------------------------------*
      *    GRAVAR O ALUNO COM FATURA VENCIDA ALEM DO LIMITE          *
      *--------------------------------------------------------------*
       040-GRAVAR-INADIMPLENTE.

           IF AS-QTD-FATURAS > ZEROS
               MOVE SPACES           TO REG-INADIMPLENTE
               MOVE WS-RA-ANT        TO INA-RA
               MOVE AS-QTD-FATURAS   TO INA-QTD-FATURAS
               MOVE AS-MAIOR-ATRASO  TO INA-MAIOR-ATRASO
               MOVE AS-VAL-ATRASO    TO INA-VAL-ATRASO
               MOVE AS-DATA          TO INA-DATA-APURACAO
               WRITE REG-INADIMPLENTE
               ADD 1             TO WS-CTINADIMPLENTES
               ADD AS-VAL-ATRASO TO AS-TOT-ATRASO

               MOVE WS-RA-ANT       TO WS-LIN-RA
               MOVE AS-QTD-FATURAS  TO WS-LIN-QTD
               MOVE AS-MAIOR-ATRASO TO WS-LIN-ATRASO
               MOVE AS-VAL-ATRASO   TO WS-LIN-VALOR
               DISPLAY WS-LIN-INADIMPLENTE
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

      *-----> FECHA O ULTIMO ALUNO DO ARQUIVO
           IF WS-RA-ANT NOT = SPACES
               PERFORM 040-GRAVAR-INADIMPLENTE
           END-IF

           CLOSE MENSALIDADES
           CLOSE INADIMPLENTES
           MOVE AS-TOT-ATRASO TO WS-ED-VALOR
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "FATURAS LIDAS...........: " WS-CTLIDAS
           DISPLAY "FATURAS EM ABERTO.......: " WS-CTABERTAS
           DISPLAY "VENCIDAS ALEM DO LIMITE.: " WS-CTVENCIDAS
           DISPLAY "ALUNOS INADIMPLENTES....: " WS-CTINADIMPLENTES
           DISPLAY "VALOR EM ATRASO.........: " WS-ED-VALOR
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG047"

           MOVE 'T'                TO WS-LOG-EVENTO
           MOVE WS-CTINADIMPLENTES TO WS-LOG-QTD-REGS
           MOVE ZEROS              TO WS-LOG-COD-RETORNO
           IF WS-CTINADIMPLENTES NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
           IF WS-CTINADIMPLENTES NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG047 <-------------------*
