       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG050.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: CONFERENCIA DE PAUTAS ANTES DO FECHAMENTO DO        *
      *           PERIODO LETIVO - CADA MATRICULA ATIVA (MATRICUL)   *
      *           DO PERIODO INFORMADO NA SYSIN E CONFRONTADA COM O  *
      *           HISTORICO DE NOTAS (HISTNOTA) E COM A FREQUENCIA   *
      *           (FREQALU). OS ALUNOS SEM NOTA OU SEM FREQUENCIA    *
      *           SAEM NO RELPAUTA AGRUPADOS POR DISCIPLINA. COM     *
      *           PAUTA FALTANDO O PROGRAMA TERMINA COM RC=8 E O JOB *
      *           CGFECHA NAO EXECUTA O FECHAMENTO (CGPRG023). A     *
      *           SECRETARIA PODE LIBERAR UMA DISCIPLINA PELO CARTAO *
      *           DE CONTROLE 'L' - A PENDENCIA CONTINUA NO          *
      *           RELATORIO, MAS SO COMO AVISO (RC=4).               *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
      *==> LOCAL PARA O SELECT DOS ARQUVOS
           SELECT MATRICULAS ASSIGN TO MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WS-MATRIC-STATUS.
           SELECT HIST-NOTAS ASSIGN TO HISTNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT FREQ-ALUNOS ASSIGN TO FREQALU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS WS-FREQ-STATUS.
           SELECT ALUNO-MESTRE ASSIGN TO ALUNOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUD-RA
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT CAT-DISCIPLINAS ASSIGN TO CATDISC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WS-CATDISC-STATUS.
           SELECT REL-PAUTAS ASSIGN TO RELPAUTA
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-PENDENCIAS ASSIGN TO SORTWK01.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> CADASTRO-MESTRE DE MATRICULAS (VSAM/INDEXADO POR
      *       RA + PERIODO + DISCIPLINA) - LIDO EM SEQUENCIA
       FD  MATRICULAS
           RECORDING MODE IS F.
       COPY CGMATR01 REPLACING MATRICULA-RECORD BY REG-MATRICULA.
      *-----> HISTORICO DE NOTAS POR ALUNO (VSAM/INDEXADO POR
      *       RA + PERIODO + DISCIPLINA), GRAVADO PELO CGPRG003
       FD  HIST-NOTAS
           RECORDING MODE IS F.
       01  REG-HIST-NOTA.
           05 HIST-CHAVE.
              10 HIST-RA             PIC X(13).
              10 HIST-TERMO          PIC 9(05).
              10 HIST-DISC           PIC X(08).
           05 HIST-NOTA1             PIC 9(02)V99.
           05 HIST-NOTA2             PIC 9(02)V99.
           05 HIST-MEDIA             PIC 9(02)V99.
           05 HIST-SITUACAO          PIC X(11).
           05 HIST-DATA              PIC 9(08).
           05 FILLER                 PIC X(23).
      *-----> FREQUENCIA POR RA + PERIODO + DISCIPLINA (VSAM),
      *       GRAVADA PELO CGPRG021
       FD  FREQ-ALUNOS
           RECORDING MODE IS F.
       COPY CGFREQ01 REPLACING FREQUENCIA-RECORD BY REG-FREQUENCIA.
      *-----> CADASTRO-MESTRE DE ALUNOS (VSAM/INDEXADO POR RA),
      *       MANTIDO PELO CGPRG008 - AQUI SOMENTE CONSULTA
       FD  ALUNO-MESTRE
           RECORDING MODE IS F.
       COPY CGSTUD01 REPLACING STUDENT-RECORD BY REG-ALUNO-MESTRE.
      *-----> CATALOGO DE DISCIPLINAS (VSAM/INDEXADO POR CODIGO),
      *       MANTIDO PELO CGPRG048 - AQUI SOMENTE CONSULTA
       FD  CAT-DISCIPLINAS
           RECORDING MODE IS F.
       COPY CGDISC01 REPLACING DISCIPLINA-RECORD BY REG-DISCIPLINA.
      *-----> RELATORIO DE PAUTAS PENDENTES GRAVADO EM ARQUIVO
       FD  REL-PAUTAS
           RECORDING MODE IS F.
       01  REG-REL-LINHA             PIC X(80).
      *-----> ARQUIVO DE CLASSIFICACAO: A MATRICULA VEM NA ORDEM DO
      *       RA E O RELATORIO SAI POR DISCIPLINA + RA
       SD  SORT-PENDENCIAS.
       01  REG-SORT.
           05 SRT-CHAVE.
              10 SRT-DISC            PIC X(08).
              10 SRT-RA              PIC X(13).
           05 SRT-SEM-NOTA           PIC X(01).
           05 SRT-SEM-FREQ           PIC X(01).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-MATRIC-STATUS       PIC X(02).
       77  WS-HIST-STATUS         PIC X(02).
       77  WS-FREQ-STATUS         PIC X(02).
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-CATDISC-STATUS      PIC X(02).
      *-----> CATALOGO DISPONIVEL NO RUN - SEM ELE A DISCIPLINA SAI
      *       SO COM O CODIGO
       77  WS-CAT-DISPONIVEL      PIC X(01) VALUE 'N'.
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  WS-FIM-CARTOES         PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  WS-CTLIDOS             PIC 9(06) VALUE ZEROS.
       77  WS-CTCONFERIDAS        PIC 9(06) VALUE ZEROS.
       77  WS-CTSEM-NOTA          PIC 9(05) VALUE ZEROS.
       77  WS-CTSEM-FREQ          PIC 9(05) VALUE ZEROS.
       77  WS-CTPEND-LIBERADAS    PIC 9(05) VALUE ZEROS.
       77  WS-CTPEND-BLOQUEIO     PIC 9(05) VALUE ZEROS.
       77  WS-CTDISC-PENDENTES    PIC 9(04) VALUE ZEROS.
      *-----> PERIODO A CONFERIR (1O CARTAO DA SYSIN - O MESMO DECK
      *       DO FECHAMENTO, QUE SO LE ESTE CARTAO) E CARTOES DE
      *       LIBERACAO POR DISCIPLINA QUE VEM A SEGUIR:
      *       'L' + DISCIPLINA + RESPONSAVEL PELA AUTORIZACAO
       01  WS-REG-SYSIN.
           05 WS-TERMO-IN         PIC 9(05).
           05 FILLER              PIC X(75).
       01  WS-REG-CARTAO.
           05 CART-TIPO           PIC X(01).
           05 CART-DISC           PIC X(08).
           05 CART-AUTORIZ        PIC X(20).
           05 FILLER              PIC X(51).
      *-----> DISCIPLINAS LIBERADAS PELA SECRETARIA (EM MEMORIA)
       77  WS-QTD-LIBERADAS       PIC 9(02) VALUE ZEROS.
       77  WS-IDX-LIB             PIC 9(02) COMP.
       77  WS-ACHOU-LIB           PIC 9(02) COMP.
       01  WS-TAB-LIBERADAS-AREA.
           05 WS-TAB-LIBERADA     OCCURS 50 TIMES.
              10 LB-DISC          PIC X(08).
              10 LB-AUTORIZ       PIC X(20).
              10 LB-USADA         PIC X(01).
      *-----> PENDENCIAS DA MATRICULA EM CONFERENCIA
       77  WS-SEM-NOTA            PIC X(01).
       77  WS-SEM-FREQ            PIC X(01).
      *-----> CONTROLE DE QUEBRA POR DISCIPLINA
       77  WS-DISC-ANT            PIC X(08) VALUE SPACES.
       77  WS-CT-DISC             PIC 9(04) VALUE ZEROS.
      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(29) VALUE
                                   'PAUTAS PENDENTES DO PERIODO '.
           05 WS-LT-ANO           PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LT-SEM           PIC 9(01).
           05 FILLER              PIC X(45) VALUE SPACES.
       01  WS-LIN-DISC.
           05 FILLER              PIC X(12) VALUE 'DISCIPLINA: '.
           05 WS-LDI-DISC         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LDI-NOME         PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LDI-LIBERADA     PIC X(28).
       01  WS-LIN-ALUNO.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LA-RA            PIC X(13).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LA-NOME          PIC X(25).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LA-NOTA          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LA-FREQ          PIC X(14).
           05 FILLER              PIC X(11) VALUE SPACES.
       01  WS-LIN-TOT-DISC.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(22) VALUE
                                   'ALUNOS COM PENDENCIA: '.
           05 WS-LTD-QTD          PIC ZZZ9.
           05 FILLER              PIC X(51) VALUE SPACES.
      *-----> AUTORIZACAO DA SECRETARIA IMPRESSA POR INTEIRO (20)
       01  WS-LIN-LIBERADA.
           05 FILLER              PIC X(08) VALUE 'LIB.POR '.
           05 WS-LL-AUTORIZ       PIC X(20).
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG050'.
           05 WS-LOG-EVENTO       PIC X(01).
           05 WS-LOG-QTD-REGS     PIC 9(06).
           05 WS-LOG-COD-RETORNO  PIC 99.

       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
      *-----> AS PENDENCIAS SAEM DA MATRICULA NA ORDEM DO RA - O
      *       SORT EXTERNO AS DEVOLVE POR DISCIPLINA PARA O RELATORIO
           SORT SORT-PENDENCIAS
               ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE IS 030-CONFERIR-MATRICULAS
               OUTPUT PROCEDURE IS 045-IMPRIMIR
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 50 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "CONFERENCIA DE PAUTAS ANTES DO FECHAMENTO"
           DISPLAY AS-HIFENS

           ACCEPT WS-REG-SYSIN FROM SYSIN
           IF WS-TERMO-IN NOT NUMERIC OR WS-TERMO-IN = ZEROS
               DISPLAY '** PERIODO A CONFERIR INVALIDO NA SYSIN: '
                       WS-TERMO-IN ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'PERIODO A CONFERIR: ' WS-TERMO-IN
           PERFORM 015-LER-LIBERACOES

           OPEN INPUT MATRICULAS
           IF WS-MATRIC-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR AS MATRICULAS - STATUS '
                       WS-MATRIC-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HIST-NOTAS
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O HISTORICO DE NOTAS - '
                       'STATUS ' WS-HIST-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *-----> SEM A FREQUENCIA TODA MATRICULA SAIRIA PENDENTE - A
      *       CONFERENCIA NAO TEM VALOR SEM ELA
           OPEN INPUT FREQ-ALUNOS
           IF WS-FREQ-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR A FREQUENCIA - STATUS '
                       WS-FREQ-STATUS ' **'
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
           OPEN INPUT CAT-DISCIPLINAS
           IF WS-CATDISC-STATUS = '00'
               MOVE 'S' TO WS-CAT-DISPONIVEL
           ELSE
               DISPLAY '** CATALOGO DE DISCIPLINAS INDISPONIVEL - '
                       'STATUS ' WS-CATDISC-STATUS
                       ' - DISCIPLINAS SO COM O CODIGO **'
           END-IF
           OPEN OUTPUT REL-PAUTAS

           MOVE WS-TERMO-IN(1:4) TO WS-LT-ANO
           MOVE WS-TERMO-IN(5:1) TO WS-LT-SEM
           WRITE REG-REL-LINHA FROM WS-LIN-TITULO

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS
           .
      *--------------------------------------------------------------*
      *    LER OS CARTOES DE LIBERACAO DA SECRETARIA (ATE O CARTAO   *
      *    DE 9'S)                                                   *
      *--------------------------------------------------------------*
       015-LER-LIBERACOES.

           PERFORM UNTIL WS-FIM-CARTOES = 'S'
               ACCEPT WS-REG-CARTAO FROM SYSIN
               IF WS-REG-CARTAO = ALL '9' OR WS-REG-CARTAO = SPACES
                   MOVE 'S' TO WS-FIM-CARTOES
               ELSE
                   PERFORM 017-GUARDAR-LIBERACAO
               END-IF
           END-PERFORM
           DISPLAY 'DISCIPLINAS LIBERADAS: ' WS-QTD-LIBERADAS
           .
       017-GUARDAR-LIBERACAO.

      *-----> CARTAO INVALIDO NAO LIBERA NADA - A PAUTA CONTINUA
      *       BLOQUEANDO O FECHAMENTO, QUE E O LADO SEGURO
           EVALUATE TRUE
               WHEN CART-TIPO NOT = 'L'
                   DISPLAY '** CARTAO DE CONTROLE INVALIDO: '
                           WS-REG-CARTAO(1:30) ' - IGNORADO **'
               WHEN CART-DISC = SPACES
                   DISPLAY '** LIBERACAO SEM DISCIPLINA - '
                           'IGNORADA **'
               WHEN CART-AUTORIZ = SPACES
                   DISPLAY '** LIBERACAO DA DISC ' CART-DISC
                           ' SEM RESPONSAVEL - IGNORADA **'
               WHEN WS-QTD-LIBERADAS = 50
                   DISPLAY '** MAIS DE 50 LIBERACOES - DISC '
                           CART-DISC ' IGNORADA **'
               WHEN OTHER
                   ADD 1 TO WS-QTD-LIBERADAS
                   MOVE CART-DISC    TO LB-DISC(WS-QTD-LIBERADAS)
                   MOVE CART-AUTORIZ TO LB-AUTORIZ(WS-QTD-LIBERADAS)
                   MOVE 'N'          TO LB-USADA(WS-QTD-LIBERADAS)
                   DISPLAY 'DISCIPLINA ' CART-DISC ' LIBERADA POR '
                           CART-AUTORIZ
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CONFRONTAR CADA MATRICULA ATIVA DO PERIODO COM NOTA E     *
      *    FREQUENCIA E ENTREGAR AS PENDENCIAS AO SORT (RELEASE)     *
      *--------------------------------------------------------------*
       030-CONFERIR-MATRICULAS.

           PERFORM UNTIL WS-FIM = 'S'
               READ MATRICULAS NEXT
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       ADD 1 TO WS-CTLIDOS
                       IF MAT-TERMO = WS-TERMO-IN AND MAT-ATIVA
                           PERFORM 032-CONFERIR-MATRICULA
                       END-IF
               END-READ
           END-PERFORM
           .
       032-CONFERIR-MATRICULA.

           ADD 1 TO WS-CTCONFERIDAS
           MOVE 'N' TO WS-SEM-NOTA
           MOVE 'N' TO WS-SEM-FREQ

           MOVE MAT-CHAVE TO HIST-CHAVE
           READ HIST-NOTAS
               INVALID KEY
                   MOVE 'S' TO WS-SEM-NOTA
                   ADD 1    TO WS-CTSEM-NOTA
           END-READ
           MOVE MAT-CHAVE TO FRQ-CHAVE
           READ FREQ-ALUNOS
               INVALID KEY
                   MOVE 'S' TO WS-SEM-FREQ
                   ADD 1    TO WS-CTSEM-FREQ
           END-READ

           IF WS-SEM-NOTA = 'S' OR WS-SEM-FREQ = 'S'
               MOVE MAT-DISC    TO SRT-DISC
               MOVE MAT-RA      TO SRT-RA
               MOVE WS-SEM-NOTA TO SRT-SEM-NOTA
               MOVE WS-SEM-FREQ TO SRT-SEM-FREQ
               RELEASE REG-SORT
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR AS PENDENCIAS CLASSIFICADAS (RETURN), COM QUEBRA *
      *    POR DISCIPLINA                                            *
      *--------------------------------------------------------------*
       045-IMPRIMIR.

           MOVE 'N' TO WS-FIM
           PERFORM UNTIL WS-FIM = 'S'
               RETURN SORT-PENDENCIAS
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       PERFORM 046-IMPRIMIR-PENDENCIA
               END-RETURN
           END-PERFORM

      *-----> FECHA O TOTAL DA ULTIMA DISCIPLINA DO RELATORIO
           IF WS-DISC-ANT NOT = SPACES
               PERFORM 048-TOTAL-DA-DISCIPLINA
           ELSE
               MOVE 'NENHUMA PAUTA PENDENTE NO PERIODO'
                    TO REG-REL-LINHA
               WRITE REG-REL-LINHA
           END-IF
           .
       046-IMPRIMIR-PENDENCIA.

           IF SRT-DISC NOT = WS-DISC-ANT
               IF WS-DISC-ANT NOT = SPACES
                   PERFORM 048-TOTAL-DA-DISCIPLINA
               END-IF
               MOVE SRT-DISC TO WS-DISC-ANT
               PERFORM 047-CABECALHO-DISCIPLINA
           END-IF

           MOVE SRT-RA TO WS-LA-RA
                          STUD-RA
           READ ALUNO-MESTRE
               INVALID KEY
                   MOVE '** RA NAO CADASTRADO **' TO WS-LA-NOME
               NOT INVALID KEY
                   MOVE STUD-NOME TO WS-LA-NOME
           END-READ
           IF SRT-SEM-NOTA = 'S'
               MOVE 'SEM NOTA'       TO WS-LA-NOTA
           ELSE
               MOVE SPACES           TO WS-LA-NOTA
           END-IF
           IF SRT-SEM-FREQ = 'S'
               MOVE 'SEM FREQUENCIA' TO WS-LA-FREQ
           ELSE
               MOVE SPACES           TO WS-LA-FREQ
           END-IF
           WRITE REG-REL-LINHA FROM WS-LIN-ALUNO

           ADD 1 TO WS-CT-DISC
           IF WS-ACHOU-LIB NOT = ZEROS
               ADD 1 TO WS-CTPEND-LIBERADAS
           ELSE
               ADD 1 TO WS-CTPEND-BLOQUEIO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CABECALHO DA DISCIPLINA, COM A LIBERACAO DA SECRETARIA    *
      *    QUANDO HOUVER                                             *
      *--------------------------------------------------------------*
       047-CABECALHO-DISCIPLINA.

           ADD 1 TO WS-CTDISC-PENDENTES
           MOVE ZEROS TO WS-ACHOU-LIB
           PERFORM 049-COMPARAR-LIBERACAO
               VARYING WS-IDX-LIB FROM 1 BY 1
               UNTIL WS-IDX-LIB > WS-QTD-LIBERADAS
                  OR WS-ACHOU-LIB NOT = ZEROS

           MOVE SRT-DISC TO WS-LDI-DISC
           MOVE SPACES   TO WS-LDI-NOME
           IF WS-CAT-DISPONIVEL = 'S'
               MOVE SRT-DISC TO DISC-CODIGO
               READ CAT-DISCIPLINAS
                   INVALID KEY
                       MOVE '** NAO CATALOGADA **' TO WS-LDI-NOME
                   NOT INVALID KEY
                       MOVE DISC-NOME TO WS-LDI-NOME
               END-READ
           END-IF
           IF WS-ACHOU-LIB NOT = ZEROS
               MOVE 'S' TO LB-USADA(WS-ACHOU-LIB)
               MOVE LB-AUTORIZ(WS-ACHOU-LIB) TO WS-LL-AUTORIZ
               MOVE WS-LIN-LIBERADA TO WS-LDI-LIBERADA
           ELSE
               MOVE '** BLOQUEIA O FECHAMENTO **' TO WS-LDI-LIBERADA
           END-IF
           WRITE REG-REL-LINHA FROM AS-HIFENS
           WRITE REG-REL-LINHA FROM WS-LIN-DISC
           .
       048-TOTAL-DA-DISCIPLINA.

           MOVE WS-CT-DISC TO WS-LTD-QTD
           WRITE REG-REL-LINHA FROM WS-LIN-TOT-DISC
           DISPLAY 'DISCIPLINA ' WS-DISC-ANT ': ' WS-LTD-QTD
                   ' ALUNO(S) COM PENDENCIA'
           MOVE ZEROS TO WS-CT-DISC
           .
       049-COMPARAR-LIBERACAO.

           IF LB-DISC(WS-IDX-LIB) = SRT-DISC
               MOVE WS-IDX-LIB TO WS-ACHOU-LIB
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIBERACAO SEM PENDENCIA NENHUMA - SO AVISO NO SYSOUT      *
      *--------------------------------------------------------------*
       052-LIBERACAO-NAO-USADA.

           IF LB-USADA(WS-IDX-LIB) = 'N'
               DISPLAY '** DISCIPLINA ' LB-DISC(WS-IDX-LIB)
                       ' LIBERADA SEM PAUTA PENDENTE **'
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           PERFORM 052-LIBERACAO-NAO-USADA
               VARYING WS-IDX-LIB FROM 1 BY 1
               UNTIL WS-IDX-LIB > WS-QTD-LIBERADAS

           CLOSE MATRICULAS
           CLOSE HIST-NOTAS
           CLOSE FREQ-ALUNOS
           CLOSE ALUNO-MESTRE
           IF WS-CAT-DISPONIVEL = 'S'
               CLOSE CAT-DISCIPLINAS
           END-IF
           CLOSE REL-PAUTAS
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "MATRICULAS LIDAS........: " WS-CTLIDOS
           DISPLAY "MATRICULAS CONFERIDAS...: " WS-CTCONFERIDAS
           DISPLAY "SEM NOTA NO HISTNOTA....: " WS-CTSEM-NOTA
           DISPLAY "SEM FREQUENCIA..........: " WS-CTSEM-FREQ
           DISPLAY "DISCIPLINAS PENDENTES...: " WS-CTDISC-PENDENTES
           DISPLAY "PENDENCIAS LIBERADAS....: " WS-CTPEND-LIBERADAS
           DISPLAY "PENDENCIAS BLOQUEANTES..: " WS-CTPEND-BLOQUEIO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG050"

           MOVE 'T'             TO WS-LOG-EVENTO
           MOVE WS-CTCONFERIDAS TO WS-LOG-QTD-REGS
           MOVE ZEROS           TO WS-LOG-COD-RETORNO
           IF WS-CTPEND-BLOQUEIO NOT = ZEROS
               MOVE 08 TO WS-LOG-COD-RETORNO
           ELSE
               IF WS-CTPEND-LIBERADAS NOT = ZEROS
                   MOVE 04 TO WS-LOG-COD-RETORNO
               END-IF
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
      *       RC=8 SEGURA O FECHAMENTO (CGPRG023) NO JOB CGFECHA;
      *       RC=4 = SO PENDENCIAS LIBERADAS PELA SECRETARIA
           IF WS-CTPEND-BLOQUEIO NOT = ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CTPEND-LIBERADAS NOT = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG050 <-------------------*
