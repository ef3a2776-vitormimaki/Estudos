       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG045.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: COBRANCA MENSAL DAS MENSALIDADES - PERCORRE O       *
      *           CADASTRO DE MATRICULAS (CGPRG020) E, PARA CADA     *
      *           ALUNO ATIVO COM MATRICULA ATIVA NO PERIODO DA      *
      *           SYSIN, SOMA O PRECO DE CADA DISCIPLINA PELA        *
      *           TABELA DE MENSALIDADES (CURSO + DISCIPLINA, OU O   *
      *           PRECO PADRAO DO CURSO), ABATE A BOLSA VIGENTE NO   *
      *           PERIODO (CGPRG044) E GRAVA UMA FATURA POR ALUNO NO *
      *           ARQUIVO DE MENSALIDADES, MAIS O BOLETO NO ARQUIVO  *
      *           DE INTERFACE COM O BANCO (HEADER/DETALHE/TRAILER). *
      *           RERUN DO MES NAO DUPLICA FATURA. A BAIXA DO        *
      *           RETORNO DO BANCO E FEITA PELO CGPRG046 E A         *
      *           APURACAO DE INADIMPLENCIA PELO CGPRG047.           *
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
           SELECT TAB-MENSALIDADE ASSIGN TO TABMENS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TABMENS-STATUS.
           SELECT MATRICULAS ASSIGN TO MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WS-MATRIC-STATUS.
           SELECT ALUNO-MESTRE ASSIGN TO ALUNOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUD-RA
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT BOLSAS ASSIGN TO BOLSAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOL-RA
               FILE STATUS IS WS-BOLSAS-STATUS.
           SELECT MENSALIDADES ASSIGN TO MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-MENS-STATUS.
           SELECT ARQ-BANCO ASSIGN TO BANCOMEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANCO-STATUS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> TABELA DE MENSALIDADES: PRECO MENSAL POR CURSO E
      *       DISCIPLINA. LINHA COM DISCIPLINA EM BRANCO = PRECO
      *       PADRAO DA DISCIPLINA NAQUELE CURSO
       FD  TAB-MENSALIDADE
           RECORDING MODE IS F.
       01  REG-TAB-MENS.
           05 TMS-CURSO              PIC X(12).
           05 TMS-DISC               PIC X(08).
           05 TMS-VALOR              PIC 9(06)V9(02).
           05 FILLER                 PIC X(52).
      *-----> CADASTRO-MESTRE DE MATRICULAS (VSAM/INDEXADO POR
      *       RA + PERIODO + DISCIPLINA) - LIDO EM SEQUENCIA, JA
      *       AGRUPADO POR RA PELA PROPRIA CHAVE
       FD  MATRICULAS
           RECORDING MODE IS F.
       COPY CGMATR01 REPLACING MATRICULA-RECORD BY REG-MATRICULA.
      *-----> CADASTRO-MESTRE DE ALUNOS (VSAM/INDEXADO POR RA),
      *       MANTIDO PELO CGPRG008 - AQUI SOMENTE CONSULTA
       FD  ALUNO-MESTRE
           RECORDING MODE IS F.
       COPY CGSTUD01 REPLACING STUDENT-RECORD BY REG-ALUNO-MESTRE.
      *-----> BOLSAS/DESCONTOS POR ALUNO (CGPRG044) - SO CONSULTA
       FD  BOLSAS
           RECORDING MODE IS F.
       COPY CGBOLS01 REPLACING BOLSA-RECORD BY REG-BOLSA.
      *-----> MENSALIDADES (VSAM/INDEXADO POR RA + MES DE REFERENCIA)
       FD  MENSALIDADES
           RECORDING MODE IS F.
       COPY CGMENS01 REPLACING MENSALIDADE-RECORD BY REG-MENSALIDADE.
      *-----> INTERFACE DE COBRANCA COM O BANCO: HEADER (0), UM
      *       DETALHE POR BOLETO (1) E TRAILER (9) COM QUANTIDADE E
      *       VALOR TOTAL PARA CONFERENCIA DO BANCO. O NOSSO NUMERO
      *       E A CHAVE DA FATURA (RA + MES) E VOLTA NO RETORNO
       FD  ARQ-BANCO
           RECORDING MODE IS F.
       01  REG-BANCO-DET.
           05 BCO-TIPO               PIC X(01).
           05 BCO-NOSSO-NUMERO.
              10 BCO-RA              PIC X(13).
              10 BCO-MES-REF         PIC 9(06).
           05 BCO-NOME-SACADO        PIC X(25).
           05 BCO-VENCIMENTO         PIC 9(08).
           05 BCO-VALOR              PIC 9(08)V9(02).
           05 FILLER                 PIC X(17).
       01  REG-BANCO-HEADER.
           05 BCO-H-TIPO             PIC X(01).
           05 BCO-H-CEDENTE          PIC X(30).
           05 BCO-H-DATA-GERACAO     PIC 9(08).
           05 BCO-H-MES-REF          PIC 9(06).
           05 FILLER                 PIC X(35).
       01  REG-BANCO-TRAILER.
           05 BCO-T-TIPO             PIC X(01).
           05 BCO-T-QTD-BOLETOS      PIC 9(06).
           05 BCO-T-VALOR-TOTAL      PIC 9(11)V9(02).
           05 FILLER                 PIC X(60).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-TABMENS-STATUS      PIC X(02).
       77  WS-MATRIC-STATUS       PIC X(02).
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-BOLSAS-STATUS       PIC X(02).
       77  WS-MENS-STATUS         PIC X(02).
       77  WS-BANCO-STATUS        PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  WS-TAB-FIM             PIC X(01) VALUE 'N'.
       77  WS-TEM-BOLSAS          PIC X(01) VALUE 'S'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
      *-----> PARAMETROS DA COBRANCA RECEBIDOS VIA SYSIN: PERIODO
      *       LETIVO (AAAAS), MES DE REFERENCIA (AAAAMM - EM BRANCO
      *       VALE O MES DA DATA-MOVIMENTO) E DIA DE VENCIMENTO (EM
      *       BRANCO VALE DIA 10)
       01  WS-REG-SYSIN.
           05 WS-TERMO-IN         PIC 9(05).
           05 WS-MES-REF-IN       PIC 9(06).
           05 WS-DIA-VENCTO-IN    PIC 9(02).
           05 FILLER              PIC X(67).
       77  AS-MES-REF             PIC 9(06).
       77  AS-DIA-VENCTO          PIC 9(02) VALUE 10.
       77  AS-VENCIMENTO          PIC 9(08).
      *-----> TABELA DE MENSALIDADES (EM MEMORIA)
       77  WS-TAB-MENS-QTD        PIC 9(03) VALUE ZEROS.
       01  WS-TAB-MENS-AREA.
           05 WS-TAB-MENS         OCCURS 1 TO 300 TIMES
                                   DEPENDING ON WS-TAB-MENS-QTD
                                   INDEXED BY WS-IDX-MENS.
              10 WS-TMS-CURSO     PIC X(12).
              10 WS-TMS-DISC      PIC X(08).
              10 WS-TMS-VALOR     PIC 9(06)V9(02).
      *-----> ALUNO EM APURACAO (QUEBRA POR RA)
       77  WS-RA-ANT              PIC X(13) VALUE SPACES.
       77  WS-ALUNO-OK            PIC X(01).
       77  WS-ACHOU-PRECO         PIC X(01).
       77  AS-QTD-DISC            PIC 9(02).
       77  AS-VAL-BRUTO           PIC 9(06)V9(02).
       77  AS-VAL-DISC            PIC 9(06)V9(02).
       77  AS-PCT-BOLSA           PIC 9(03)V9(02).
       77  AS-VAL-DESCONTO        PIC 9(06)V9(02).
       77  AS-VAL-LIQUIDO         PIC 9(06)V9(02).
      *-----> CONTADORES E TOTAIS
       77  WS-CTLIDAS             PIC 9(06) VALUE ZEROS.
       77  WS-CTFATURAS           PIC 9(06) VALUE ZEROS.
       77  WS-CTBOLETOS           PIC 9(06) VALUE ZEROS.
       77  WS-CTBOLSA-INTEGRAL    PIC 9(06) VALUE ZEROS.
       77  WS-CTJA-FATURADAS      PIC 9(06) VALUE ZEROS.
       77  WS-CTNAO-ATIVOS        PIC 9(06) VALUE ZEROS.
       77  WS-CTSEM-PRECO         PIC 9(06) VALUE ZEROS.
       77  AS-TOT-BRUTO           PIC 9(11)V99 VALUE ZEROS.
       77  AS-TOT-DESCONTO        PIC 9(11)V99 VALUE ZEROS.
       77  AS-TOT-BOLETOS         PIC 9(11)V99 VALUE ZEROS.
       77  WS-ED-VALOR            PIC $$.$$$.$$$.$$9,99.
      *-----> LINHA DE FATURA NO SYSOUT
       01  WS-LIN-FATURA.
           05 FILLER              PIC X(03) VALUE 'RA '.
           05 WS-LFT-RA           PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LFT-CURSO        PIC X(12).
           05 FILLER              PIC X(06) VALUE ' DISC '.
           05 WS-LFT-QTD          PIC Z9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LFT-BRUTO        PIC $$$.$$9,99.
           05 FILLER              PIC X(07) VALUE ' BOLSA '.
           05 WS-LFT-PCT          PIC ZZ9,99.
           05 FILLER              PIC X(02) VALUE '% '.
           05 WS-LFT-LIQUIDO      PIC $$$.$$9,99.
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG045'.
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

           DISPLAY "** PROGRAMA 45 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "COBRANCA MENSAL DAS MENSALIDADES"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA

           ACCEPT WS-REG-SYSIN FROM SYSIN
           IF WS-TERMO-IN NOT NUMERIC OR WS-TERMO-IN = ZEROS
               DISPLAY '** PERIODO A COBRAR INVALIDO NA SYSIN: '
                       WS-TERMO-IN ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MES-REF-IN NUMERIC AND WS-MES-REF-IN NOT = ZEROS
               MOVE WS-MES-REF-IN TO AS-MES-REF
           ELSE
               MOVE AS-DATA(1:6)  TO AS-MES-REF
           END-IF
      *-----> DIA DE VENCIMENTO LIMITADO A 28 PARA VALER EM
      *       QUALQUER MES (INCLUSIVE FEVEREIRO)
           IF WS-DIA-VENCTO-IN NUMERIC
              AND WS-DIA-VENCTO-IN > ZEROS
              AND WS-DIA-VENCTO-IN NOT > 28
               MOVE WS-DIA-VENCTO-IN TO AS-DIA-VENCTO
           END-IF
           COMPUTE AS-VENCIMENTO = AS-MES-REF * 100 + AS-DIA-VENCTO
           DISPLAY 'PERIODO LETIVO.....: ' WS-TERMO-IN
           DISPLAY 'MES DE REFERENCIA..: ' AS-MES-REF
           DISPLAY 'VENCIMENTO.........: ' AS-VENCIMENTO

           PERFORM 015-CARREGAR-TAB-MENS

           OPEN INPUT MATRICULAS
           IF WS-MATRIC-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR AS MATRICULAS - STATUS '
                       WS-MATRIC-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ALUNO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O ALUNO-MESTRE - STATUS '
                       WS-MESTRE-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *-----> SEM ARQUIVO DE BOLSAS NINGUEM TEM DESCONTO
           OPEN INPUT BOLSAS
           IF WS-BOLSAS-STATUS NOT = '00'
               MOVE 'N' TO WS-TEM-BOLSAS
               DISPLAY '** ARQUIVO DE BOLSAS INDISPONIVEL - STATUS '
                       WS-BOLSAS-STATUS ' - COBRANCA SEM DESCONTO **'
           END-IF
           OPEN I-O MENSALIDADES
           IF WS-MENS-STATUS = '35'
               CLOSE MENSALIDADES
               OPEN OUTPUT MENSALIDADES
               CLOSE MENSALIDADES
               OPEN I-O MENSALIDADES
           END-IF
           OPEN OUTPUT ARQ-BANCO

           MOVE SPACES              TO REG-BANCO-HEADER
           MOVE '0'                 TO BCO-H-TIPO
           MOVE 'FATEC SAO CAETANO' TO BCO-H-CEDENTE
           MOVE AS-DATA             TO BCO-H-DATA-GERACAO
           MOVE AS-MES-REF          TO BCO-H-MES-REF
           WRITE REG-BANCO-HEADER

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS

           PERFORM 025-LER-MATRICULA
           .
      *--------------------------------------------------------------*
      *    CARREGAR EM MEMORIA A TABELA DE MENSALIDADES              *
      *--------------------------------------------------------------*
       015-CARREGAR-TAB-MENS.

           OPEN INPUT TAB-MENSALIDADE
           IF WS-TABMENS-STATUS NOT = '00'
               DISPLAY '** TABELA TABMENS INDISPONIVEL - STATUS '
                       WS-TABMENS-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TAB-FIM = 'S'
               READ TAB-MENSALIDADE
                   AT END
                       MOVE 'S' TO WS-TAB-FIM
                   NOT AT END
                       IF WS-TAB-MENS-QTD = 300
                           DISPLAY '** TABMENS ACIMA DE 300 LINHAS **'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TAB-MENS-QTD
                       MOVE TMS-CURSO TO WS-TMS-CURSO(WS-TAB-MENS-QTD)
                       MOVE TMS-DISC  TO WS-TMS-DISC(WS-TAB-MENS-QTD)
                       MOVE TMS-VALOR TO WS-TMS-VALOR(WS-TAB-MENS-QTD)
               END-READ
           END-PERFORM
           CLOSE TAB-MENSALIDADE
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DE UMA MATRICULA                       *
      *--------------------------------------------------------------*
       025-LER-MATRICULA.

           READ MATRICULAS NEXT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDAS
           END-READ
           .
      *--------------------------------------------------------------*
      *    SOMAR A MATRICULA ATIVA DO PERIODO NA FATURA DO ALUNO     *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF MAT-TERMO = WS-TERMO-IN AND MAT-ATIVA
               IF MAT-RA NOT = WS-RA-ANT
                   IF WS-RA-ANT NOT = SPACES
                       PERFORM 040-FATURAR-ALUNO
                   END-IF
                   PERFORM 032-ABRIR-ALUNO
               END-IF
               IF WS-ALUNO-OK = 'S'
                   PERFORM 034-PRECIFICAR-DISCIPLINA
               END-IF
           END-IF

           PERFORM 025-LER-MATRICULA
           .
      *--------------------------------------------------------------*
      *    ABRIR A APURACAO DE UM NOVO ALUNO                         *
      *--------------------------------------------------------------*
       032-ABRIR-ALUNO.

           MOVE MAT-RA TO WS-RA-ANT
           MOVE ZEROS  TO AS-QTD-DISC
                          AS-VAL-BRUTO
           MOVE 'S'    TO WS-ALUNO-OK
           MOVE MAT-RA TO STUD-RA
           READ ALUNO-MESTRE
               INVALID KEY
                   MOVE 'N' TO WS-ALUNO-OK
                   ADD 1 TO WS-CTNAO-ATIVOS
                   DISPLAY '** RA ' MAT-RA ' MATRICULADO E FORA DO '
                           'ALUNO-MESTRE - NAO COBRADO **'
               NOT INVALID KEY
      *-----------> TRANCADO OU CANCELADO NAO E COBRADO, MESMO COM
      *             MATRICULA AINDA ATIVA NO PERIODO
                   IF NOT STUD-ATIVO
                       MOVE 'N' TO WS-ALUNO-OK
                       ADD 1 TO WS-CTNAO-ATIVOS
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    PRECO DA DISCIPLINA NO CURSO DO ALUNO: LINHA DO CURSO +   *
      *    DISCIPLINA; SEM ELA, O PRECO PADRAO DO CURSO              *
      *--------------------------------------------------------------*
       034-PRECIFICAR-DISCIPLINA.

           MOVE 'N' TO WS-ACHOU-PRECO
           IF WS-TAB-MENS-QTD > ZEROS
               SET WS-IDX-MENS TO 1
               SEARCH WS-TAB-MENS
                   AT END
                       CONTINUE
                   WHEN WS-TMS-CURSO(WS-IDX-MENS) = STUD-CURSO
                        AND WS-TMS-DISC(WS-IDX-MENS) = MAT-DISC
                       MOVE 'S' TO WS-ACHOU-PRECO
                       MOVE WS-TMS-VALOR(WS-IDX-MENS) TO AS-VAL-DISC
               END-SEARCH
               IF WS-ACHOU-PRECO = 'N'
                   SET WS-IDX-MENS TO 1
                   SEARCH WS-TAB-MENS
                       AT END
                           CONTINUE
                       WHEN WS-TMS-CURSO(WS-IDX-MENS) = STUD-CURSO
                            AND WS-TMS-DISC(WS-IDX-MENS) = SPACES
                           MOVE 'S' TO WS-ACHOU-PRECO
                           MOVE WS-TMS-VALOR(WS-IDX-MENS)
                                TO AS-VAL-DISC
                   END-SEARCH
               END-IF
           END-IF

           IF WS-ACHOU-PRECO = 'S'
               ADD 1           TO AS-QTD-DISC
               ADD AS-VAL-DISC TO AS-VAL-BRUTO
           ELSE
               ADD 1 TO WS-CTSEM-PRECO
               DISPLAY '** SEM PRECO NA TABMENS: CURSO ' STUD-CURSO
                       ' DISC ' MAT-DISC ' (RA ' MAT-RA ') **'
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR A FATURA DO ALUNO: BOLSA, FATURA E BOLETO          *
      *--------------------------------------------------------------*
       040-FATURAR-ALUNO.

           IF WS-ALUNO-OK = 'S' AND AS-QTD-DISC > ZEROS
               MOVE ZEROS TO AS-PCT-BOLSA
               IF WS-TEM-BOLSAS = 'S'
                   MOVE WS-RA-ANT TO BOL-RA
                   READ BOLSAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WS-TERMO-IN NOT < BOL-TERMO-INI
                              AND WS-TERMO-IN NOT > BOL-TERMO-FIM
                               MOVE BOL-PCT TO AS-PCT-BOLSA
                           END-IF
                   END-READ
               END-IF
               COMPUTE AS-VAL-DESCONTO ROUNDED =
                       AS-VAL-BRUTO * AS-PCT-BOLSA / 100
               COMPUTE AS-VAL-LIQUIDO = AS-VAL-BRUTO - AS-VAL-DESCONTO
               PERFORM 042-GRAVAR-FATURA
           END-IF
           .
       042-GRAVAR-FATURA.

           MOVE SPACES          TO REG-MENSALIDADE
           MOVE WS-RA-ANT       TO MEN-RA
           MOVE AS-MES-REF      TO MEN-MES-REF
           MOVE WS-TERMO-IN     TO MEN-TERMO
           MOVE STUD-CURSO      TO MEN-CURSO
           MOVE AS-QTD-DISC     TO MEN-QTD-DISC
           MOVE AS-VAL-BRUTO    TO MEN-VAL-BRUTO
           MOVE AS-PCT-BOLSA    TO MEN-PCT-BOLSA
           MOVE AS-VAL-LIQUIDO  TO MEN-VAL-LIQUIDO
           MOVE AS-VENCIMENTO   TO MEN-VENCIMENTO
           MOVE AS-DATA         TO MEN-DATA-EMISSAO
      *-----> BOLSA INTEGRAL NAO GERA BOLETO: A FATURA JA NASCE
      *       QUITADA PARA NAO CAIR NA APURACAO DE INADIMPLENCIA
           IF AS-VAL-LIQUIDO = ZEROS
               MOVE 'P'     TO MEN-SITUACAO
               MOVE AS-DATA TO MEN-DATA-PAGTO
           ELSE
               MOVE 'A'     TO MEN-SITUACAO
               MOVE ZEROS   TO MEN-DATA-PAGTO
           END-IF
           MOVE ZEROS           TO MEN-VAL-PAGO
           WRITE REG-MENSALIDADE
               INVALID KEY
      *-----------> RERUN DO MES: A FATURA JA EXISTE E O BOLETO JA
      *             FOI ENVIADO - NAO COBRA DE NOVO
                   ADD 1 TO WS-CTJA-FATURADAS
               NOT INVALID KEY
                   ADD 1               TO WS-CTFATURAS
                   ADD AS-VAL-BRUTO    TO AS-TOT-BRUTO
                   ADD AS-VAL-DESCONTO TO AS-TOT-DESCONTO
                   IF AS-VAL-LIQUIDO = ZEROS
                       ADD 1 TO WS-CTBOLSA-INTEGRAL
                   ELSE
                       PERFORM 044-GRAVAR-BOLETO
                   END-IF
                   MOVE WS-RA-ANT      TO WS-LFT-RA
                   MOVE STUD-CURSO     TO WS-LFT-CURSO
                   MOVE AS-QTD-DISC    TO WS-LFT-QTD
                   MOVE AS-VAL-BRUTO   TO WS-LFT-BRUTO
                   MOVE AS-PCT-BOLSA   TO WS-LFT-PCT
                   MOVE AS-VAL-LIQUIDO TO WS-LFT-LIQUIDO
                   DISPLAY WS-LIN-FATURA
           END-WRITE
           .
       044-GRAVAR-BOLETO.

           MOVE SPACES          TO REG-BANCO-DET
           MOVE '1'             TO BCO-TIPO
           MOVE WS-RA-ANT       TO BCO-RA
           MOVE AS-MES-REF      TO BCO-MES-REF
           MOVE STUD-NOME       TO BCO-NOME-SACADO
           MOVE AS-VENCIMENTO   TO BCO-VENCIMENTO
           MOVE AS-VAL-LIQUIDO  TO BCO-VALOR
           WRITE REG-BANCO-DET
           ADD 1              TO WS-CTBOLETOS
           ADD AS-VAL-LIQUIDO TO AS-TOT-BOLETOS
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

      *-----> FECHA A FATURA DO ULTIMO ALUNO DO ARQUIVO
           IF WS-RA-ANT NOT = SPACES
               PERFORM 040-FATURAR-ALUNO
           END-IF

           MOVE SPACES          TO REG-BANCO-TRAILER
           MOVE '9'             TO BCO-T-TIPO
           MOVE WS-CTBOLETOS    TO BCO-T-QTD-BOLETOS
           MOVE AS-TOT-BOLETOS  TO BCO-T-VALOR-TOTAL
           WRITE REG-BANCO-TRAILER

           CLOSE MATRICULAS
           CLOSE ALUNO-MESTRE
           IF WS-TEM-BOLSAS = 'S'
               CLOSE BOLSAS
           END-IF
           CLOSE MENSALIDADES
           CLOSE ARQ-BANCO
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "MATRICULAS LIDAS........: " WS-CTLIDAS
           DISPLAY "FATURAS EMITIDAS........: " WS-CTFATURAS
           MOVE AS-TOT-BRUTO TO WS-ED-VALOR
           DISPLAY "VALOR BRUTO.............: " WS-ED-VALOR
           MOVE AS-TOT-DESCONTO TO WS-ED-VALOR
           DISPLAY "DESCONTO DE BOLSAS......: " WS-ED-VALOR
           DISPLAY "BOLETOS ENVIADOS AO BANCO: " WS-CTBOLETOS
           MOVE AS-TOT-BOLETOS TO WS-ED-VALOR
           DISPLAY "VALOR DOS BOLETOS.......: " WS-ED-VALOR
           DISPLAY "BOLSAS INTEGRAIS........: " WS-CTBOLSA-INTEGRAL
           DISPLAY "JA FATURADAS NO MES.....: " WS-CTJA-FATURADAS
           DISPLAY "ALUNOS NAO ATIVOS.......: " WS-CTNAO-ATIVOS
           DISPLAY "DISCIPLINAS SEM PRECO...: " WS-CTSEM-PRECO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG045"

           MOVE 'T'          TO WS-LOG-EVENTO
           MOVE WS-CTFATURAS TO WS-LOG-QTD-REGS
           MOVE ZEROS        TO WS-LOG-COD-RETORNO
           IF WS-CTSEM-PRECO NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
           IF WS-CTSEM-PRECO NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG045 <-------------------*
