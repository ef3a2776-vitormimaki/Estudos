       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG049.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: RELATORIO DE PRE-MATRICULA - PARA CADA ALUNO ATIVO  *
      *           DO ALUNO-MESTRE, CRUZA A GRADE CURRICULAR DO CURSO *
      *           (ARQUIVO CURSOS) COM O HISTORICO DE NOTAS          *
      *           (HISTNOTA) E A TABELA DE PRE-REQUISITOS (PREREQ)   *
      *           E IMPRIME, POR CURSO, AS DISCIPLINAS AINDA NAO     *
      *           APROVADAS QUE O ALUNO PODE CURSAR NO PROXIMO       *
      *           PERIODO (TODOS OS PRE-REQUISITOS APROVADOS) E AS   *
      *           BLOQUEADAS, COM O PRE-REQUISITO QUE FALTA. MESMAS  *
      *           REGRAS DA CRITICA DE INCLUSAO DO CGPRG020.         *
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
           SELECT TAB-CURSOS ASSIGN TO CURSOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURSOS-STATUS.
           SELECT TAB-PREREQ ASSIGN TO PREREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREREQ-STATUS.
           SELECT ALUNO-MESTRE ASSIGN TO ALUNOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUD-RA
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT HIST-NOTAS ASSIGN TO HISTNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CAT-DISCIPLINAS ASSIGN TO CATDISC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WS-CATDISC-STATUS.
           SELECT REL-ELEGIVEIS ASSIGN TO RELELEG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> GRADE CURRICULAR DOS CURSOS - MESMO LAYOUT MANTIDO
      *       PELA SECRETARIA E CRITICADO PELO CGPRG008
       FD  TAB-CURSOS
           RECORDING MODE IS F.
       01  REG-TAB-CURSO.
           05 TAB-CURSO-NOME         PIC X(12).
           05 TAB-CURSO-QTD-DISC     PIC 9(02).
           05 TAB-CURSO-DISC         OCCURS 8 TIMES PIC X(08).
           05 FILLER                 PIC X(02).
      *-----> TABELA DE PRE-REQUISITOS MANTIDA PELAS COORDENACOES:
      *       UMA LINHA POR CURSO + DISCIPLINA + PRE-REQUISITO
       FD  TAB-PREREQ
           RECORDING MODE IS F.
       01  REG-TAB-PREREQ.
           05 PRQ-CURSO              PIC X(12).
           05 PRQ-DISC               PIC X(08).
           05 PRQ-DISC-REQ           PIC X(08).
           05 FILLER                 PIC X(52).
      *-----> CADASTRO-MESTRE DE ALUNOS (VSAM/INDEXADO POR RA),
      *       MANTIDO PELO CGPRG008 - AQUI SOMENTE CONSULTA
       FD  ALUNO-MESTRE
           RECORDING MODE IS F.
       COPY CGSTUD01 REPLACING STUDENT-RECORD BY REG-ALUNO-MESTRE.
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
      *-----> CATALOGO DE DISCIPLINAS (VSAM/INDEXADO POR CODIGO),
      *       MANTIDO PELO CGPRG048 - AQUI SOMENTE CONSULTA
       FD  CAT-DISCIPLINAS
           RECORDING MODE IS F.
       COPY CGDISC01 REPLACING DISCIPLINA-RECORD BY REG-DISCIPLINA.
      *-----> RELATORIO DE PRE-MATRICULA GRAVADO EM ARQUIVO DE SAIDA
       FD  REL-ELEGIVEIS
           RECORDING MODE IS F.
       01  REG-REL-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-CURSOS-STATUS       PIC X(02).
       77  WS-PREREQ-STATUS       PIC X(02).
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-HIST-STATUS         PIC X(02).
       77  WS-CATDISC-STATUS      PIC X(02).
      *-----> CATALOGO DISPONIVEL NO RUN - SEM ELE A DISCIPLINA SAI
      *       SO COM O CODIGO
       77  WS-CAT-DISPONIVEL      PIC X(01) VALUE 'N'.
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  WS-TAB-CURSOS-FIM      PIC X(01) VALUE 'N'.
       77  WS-PREREQ-FIM          PIC X(01) VALUE 'N'.
       77  WS-HIST-FIM            PIC X(01).
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  WS-CTATIVOS            PIC 9(04) VALUE ZEROS.
       77  WS-CTAPTAS             PIC 9(05) VALUE ZEROS.
       77  WS-CTBLOQUEADAS        PIC 9(05) VALUE ZEROS.
      *-----> GRADE CURRICULAR EM MEMORIA (CARREGADA NO INICIO)
       77  WS-QTD-CURSOS          PIC 9(03) VALUE ZEROS.
       77  WS-IDX-CUR             PIC 9(03) COMP.
       77  WS-ACHOU-CUR           PIC 9(03) COMP.
       77  WS-SUB-DISC            PIC 9(03) COMP.
       01  WS-TAB-CURSOS-AREA.
           05 WS-TAB-CURSO        OCCURS 20 TIMES.
              10 TC-NOME          PIC X(12).
              10 TC-QTD-DISC      PIC 9(02).
              10 TC-DISC          OCCURS 8 TIMES PIC X(08).
      *-----> TABELA DE PRE-REQUISITOS (EM MEMORIA)
       77  WS-TAB-PREREQ-QTD      PIC 9(03) VALUE ZEROS.
       77  WS-IDX-PRQ             PIC 9(03) COMP.
       01  WS-TAB-PREREQ-AREA.
           05 WS-TAB-PRQ          OCCURS 300 TIMES.
              10 WS-PRQ-CURSO     PIC X(12).
              10 WS-PRQ-DISC      PIC X(08).
              10 WS-PRQ-DISC-REQ  PIC X(08).
      *-----> DISCIPLINAS APROVADAS DO ALUNO EM CURSO (QUALQUER
      *       PERIODO LETIVO DO HISTORICO VALE)
       77  WS-QTD-APROVADAS       PIC 9(03).
       77  WS-IDX-APR             PIC 9(03) COMP.
       77  WS-ACHOU-APR           PIC X(01).
       77  WS-DISC-PROCURADA      PIC X(08).
       01  WS-APROVADAS-AREA.
           05 WS-APROVADA         OCCURS 100 TIMES PIC X(08).
       77  WS-PREREQ-FALTA        PIC X(08).
      *-----> RESULTADO POR ALUNO, IMPRESSO POR CURSO NO FINAL:
      *       RS-SIT = 'F' JA APROVADA, 'A' APTA, 'B' BLOQUEADA
       77  WS-QTD-RESULT          PIC 9(03) VALUE ZEROS.
       77  WS-IDX-RES             PIC 9(03) COMP.
       01  WS-TAB-RESULT-AREA.
           05 WS-TAB-RESULT       OCCURS 200 TIMES.
              10 RS-CURSO         PIC X(12).
              10 RS-RA            PIC X(13).
              10 RS-NOME          PIC X(25).
              10 RS-QTD-APTAS     PIC 9(02).
              10 RS-DISC-SIT      OCCURS 8 TIMES.
                 15 RS-SIT        PIC X(01).
                 15 RS-FALTA      PIC X(08).
      *-----> LINHAS DO RELATORIO
       01  WS-LIN-CURSO.
           05 FILLER              PIC X(07) VALUE 'CURSO: '.
           05 WS-LC-CURSO         PIC X(12).
           05 FILLER              PIC X(14) VALUE ' OBRIGATORIAS:'.
           05 WS-LC-QTD           PIC Z9.
           05 FILLER              PIC X(45) VALUE SPACES.
       01  WS-LIN-ALUNO.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LA-RA            PIC X(13).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LA-NOME          PIC X(25).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LA-OBS           PIC X(20).
           05 FILLER              PIC X(15) VALUE SPACES.
       01  WS-LIN-DISC.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-LD-SIT           PIC X(10).
           05 WS-LD-DISC          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LD-NOME          PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LD-OBS           PIC X(20).
           05 FILLER              PIC X(04) VALUE SPACES.
       01  WS-LD-OBS-FALTA.
           05 FILLER              PIC X(08) VALUE 'FALTA: '.
           05 WS-LF-DISC          PIC X(08).
           05 FILLER              PIC X(04) VALUE SPACES.
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG049'.
           05 WS-LOG-EVENTO       PIC X(01).
           05 WS-LOG-QTD-REGS     PIC 9(06).
           05 WS-LOG-COD-RETORNO  PIC 99.

       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR-ALUNO UNTIL WS-FIM = 'S'
           PERFORM 045-IMPRIMIR-POR-CURSO
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 49 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "PRE-MATRICULA - DISCIPLINAS LIBERADAS POR ALUNO"
           DISPLAY AS-HIFENS

           OPEN INPUT ALUNO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O ALUNO-MESTRE - STATUS '
                       WS-MESTRE-STATUS ' **'
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
           OPEN INPUT CAT-DISCIPLINAS
           IF WS-CATDISC-STATUS = '00'
               MOVE 'S' TO WS-CAT-DISPONIVEL
           ELSE
               DISPLAY '** CATALOGO DE DISCIPLINAS INDISPONIVEL - '
                       'STATUS ' WS-CATDISC-STATUS
                       ' - DISCIPLINAS SO COM O CODIGO **'
           END-IF
           OPEN OUTPUT REL-ELEGIVEIS

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS

           PERFORM 015-CARREGAR-TAB-CURSOS
           PERFORM 018-CARREGAR-TAB-PREREQ
           PERFORM 025-LER-MESTRE
           .
      *--------------------------------------------------------------*
      *    CARREGAR EM MEMORIA A GRADE CURRICULAR DOS CURSOS         *
      *--------------------------------------------------------------*
       015-CARREGAR-TAB-CURSOS.

           OPEN INPUT TAB-CURSOS
      *-----> SEM A GRADE CURRICULAR NAO HA O QUE APURAR - MELHOR
      *       PARAR DO QUE EMITIR UM RELATORIO VAZIO POR ENGANO
           IF WS-CURSOS-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR A GRADE CURRICULAR - '
                       'STATUS ' WS-CURSOS-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TAB-CURSOS-FIM = 'S'
               READ TAB-CURSOS
                   AT END
                       MOVE 'S' TO WS-TAB-CURSOS-FIM
                   NOT AT END
      *-----------------> MESMA CRITICA DO CGPRG022: A QUANTIDADE
      *                   DE OBRIGATORIAS DIRIGE OS SUBSCRITOS
                       IF TAB-CURSO-QTD-DISC NOT NUMERIC
                          OR TAB-CURSO-QTD-DISC > 8
                           DISPLAY '** CURSO ' TAB-CURSO-NOME
                                   ' COM QTD DE DISCIPLINAS '
                                   'INVALIDA (' TAB-CURSO-QTD-DISC
                                   ') - LINHA DESCARTADA **'
                       ELSE
                       IF WS-QTD-CURSOS < 20
                           ADD 1 TO WS-QTD-CURSOS
                           MOVE REG-TAB-CURSO(1:78)
                                TO WS-TAB-CURSO(WS-QTD-CURSOS)
                       ELSE
                           DISPLAY '** TABELA DE CURSOS CHEIA - '
                                   'CURSO ' TAB-CURSO-NOME
                                   ' FORA DA APURACAO **'
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-CURSOS
           DISPLAY 'CURSOS NA GRADE CURRICULAR: ' WS-QTD-CURSOS
           .
      *--------------------------------------------------------------*
      *    CARREGAR EM MEMORIA A TABELA DE PRE-REQUISITOS            *
      *--------------------------------------------------------------*
       018-CARREGAR-TAB-PREREQ.

      *-----> SEM A TABELA TODA DISCIPLINA NAO APROVADA SAI COMO
      *       APTA - O MESMO QUE O CGPRG020 ACEITA NA INCLUSAO
           OPEN INPUT TAB-PREREQ
           IF WS-PREREQ-STATUS NOT = '00'
               DISPLAY '** TABELA PREREQ INDISPONIVEL - STATUS '
                       WS-PREREQ-STATUS ' - SEM PRE-REQUISITOS **'
           ELSE
               PERFORM UNTIL WS-PREREQ-FIM = 'S'
                   READ TAB-PREREQ
                       AT END
                           MOVE 'S' TO WS-PREREQ-FIM
                       NOT AT END
                           IF WS-TAB-PREREQ-QTD = 300
                               DISPLAY '** PREREQ ACIMA DE 300 '
                                       'LINHAS **'
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-TAB-PREREQ-QTD
                           MOVE PRQ-CURSO
                                TO WS-PRQ-CURSO(WS-TAB-PREREQ-QTD)
                           MOVE PRQ-DISC
                                TO WS-PRQ-DISC(WS-TAB-PREREQ-QTD)
                           MOVE PRQ-DISC-REQ
                                TO WS-PRQ-DISC-REQ(WS-TAB-PREREQ-QTD)
                   END-READ
               END-PERFORM
               CLOSE TAB-PREREQ
           END-IF
           DISPLAY 'PRE-REQUISITOS NA TABELA: ' WS-TAB-PREREQ-QTD
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DE UM ALUNO DO MESTRE                  *
      *--------------------------------------------------------------*
       025-LER-MESTRE.

           READ ALUNO-MESTRE NEXT
               AT END
                   MOVE 'S' TO WS-FIM
           END-READ
           .
      *--------------------------------------------------------------*
      *    APURAR AS DISCIPLINAS LIBERADAS DE UM ALUNO ATIVO         *
      *--------------------------------------------------------------*
       030-PROCESSAR-ALUNO.

           IF STUD-ATIVO
               ADD 1 TO WS-CTATIVOS
               PERFORM 032-ACHAR-CURSO
               IF WS-ACHOU-CUR NOT = ZEROS
                  AND TC-QTD-DISC(WS-ACHOU-CUR) NOT = ZEROS
                   PERFORM 034-CARREGAR-APROVADAS
                   PERFORM 038-GUARDAR-RESULTADO
               ELSE
                   DISPLAY '** CURSO ' STUD-CURSO ' DO RA '
                           STUD-RA ' SEM GRADE CURRICULAR - '
                           'ALUNO FORA DA APURACAO **'
               END-IF
           END-IF

           PERFORM 025-LER-MESTRE
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O CURSO DO ALUNO NA GRADE CURRICULAR            *
      *--------------------------------------------------------------*
       032-ACHAR-CURSO.

           MOVE ZEROS TO WS-ACHOU-CUR
           PERFORM 033-COMPARAR-CURSO
               VARYING WS-IDX-CUR FROM 1 BY 1
               UNTIL WS-IDX-CUR > WS-QTD-CURSOS
                  OR WS-ACHOU-CUR NOT = ZEROS
           .
       033-COMPARAR-CURSO.

           IF TC-NOME(WS-IDX-CUR) = STUD-CURSO
               MOVE WS-IDX-CUR TO WS-ACHOU-CUR
           END-IF
           .
      *--------------------------------------------------------------*
      *    VARRER O HISTORICO DO ALUNO GUARDANDO AS DISCIPLINAS      *
      *    APROVADAS                                                 *
      *--------------------------------------------------------------*
       034-CARREGAR-APROVADAS.

           MOVE ZEROS   TO WS-QTD-APROVADAS
           MOVE STUD-RA TO HIST-RA
           MOVE ZEROS   TO HIST-TERMO
           MOVE SPACES  TO HIST-DISC
           MOVE 'N'     TO WS-HIST-FIM
           START HIST-NOTAS KEY NOT < HIST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-HIST-FIM
           END-START
           PERFORM UNTIL WS-HIST-FIM = 'S'
               READ HIST-NOTAS NEXT
                   AT END
                       MOVE 'S' TO WS-HIST-FIM
                   NOT AT END
                       IF HIST-RA NOT = STUD-RA
                           MOVE 'S' TO WS-HIST-FIM
                       ELSE
                           IF HIST-SITUACAO = 'APROVADO'
                               PERFORM 035-ANOTAR-APROVADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       035-ANOTAR-APROVADA.

           IF WS-QTD-APROVADAS < 100
               ADD 1 TO WS-QTD-APROVADAS
               MOVE HIST-DISC TO WS-APROVADA(WS-QTD-APROVADAS)
           ELSE
               DISPLAY '** RA ' STUD-RA ' COM MAIS DE 100 '
                       'APROVACOES - DISC ' HIST-DISC ' IGNORADA **'
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURAR WS-DISC-PROCURADA ENTRE AS APROVADAS DO ALUNO    *
      *--------------------------------------------------------------*
       036-PROCURAR-APROVADA.

           MOVE 'N' TO WS-ACHOU-APR
           PERFORM 037-COMPARAR-APROVADA
               VARYING WS-IDX-APR FROM 1 BY 1
               UNTIL WS-IDX-APR > WS-QTD-APROVADAS
                  OR WS-ACHOU-APR = 'S'
           .
       037-COMPARAR-APROVADA.

           IF WS-APROVADA(WS-IDX-APR) = WS-DISC-PROCURADA
               MOVE 'S' TO WS-ACHOU-APR
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR A SITUACAO DE CADA OBRIGATORIA DO CURSO PARA A    *
      *    IMPRESSAO POR CURSO                                       *
      *--------------------------------------------------------------*
       038-GUARDAR-RESULTADO.

           IF WS-QTD-RESULT < 200
               ADD 1 TO WS-QTD-RESULT
               MOVE STUD-CURSO TO RS-CURSO(WS-QTD-RESULT)
               MOVE STUD-RA    TO RS-RA(WS-QTD-RESULT)
               MOVE STUD-NOME  TO RS-NOME(WS-QTD-RESULT)
               MOVE ZEROS      TO RS-QTD-APTAS(WS-QTD-RESULT)
               PERFORM 039-SITUAR-DISCIPLINA
                   VARYING WS-SUB-DISC FROM 1 BY 1
                   UNTIL WS-SUB-DISC > TC-QTD-DISC(WS-ACHOU-CUR)
           ELSE
               DISPLAY '** TABELA DE RESULTADOS CHEIA - RA '
                       STUD-RA ' FORA DO RELATORIO **'
           END-IF
           .
       039-SITUAR-DISCIPLINA.

           MOVE SPACES TO RS-FALTA(WS-QTD-RESULT WS-SUB-DISC)
           MOVE TC-DISC(WS-ACHOU-CUR WS-SUB-DISC) TO WS-DISC-PROCURADA
           PERFORM 036-PROCURAR-APROVADA
           IF WS-ACHOU-APR = 'S'
               MOVE 'F' TO RS-SIT(WS-QTD-RESULT WS-SUB-DISC)
           ELSE
               MOVE SPACES TO WS-PREREQ-FALTA
               PERFORM 040-CONFERIR-PREREQ
                   VARYING WS-IDX-PRQ FROM 1 BY 1
                   UNTIL WS-IDX-PRQ > WS-TAB-PREREQ-QTD
                      OR WS-PREREQ-FALTA NOT = SPACES
               IF WS-PREREQ-FALTA = SPACES
                   MOVE 'A' TO RS-SIT(WS-QTD-RESULT WS-SUB-DISC)
                   ADD 1    TO RS-QTD-APTAS(WS-QTD-RESULT)
               ELSE
                   MOVE 'B' TO RS-SIT(WS-QTD-RESULT WS-SUB-DISC)
                   MOVE WS-PREREQ-FALTA
                        TO RS-FALTA(WS-QTD-RESULT WS-SUB-DISC)
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PRE-REQUISITO DA DISCIPLINA NO CURSO SEM APROVACAO - PARA *
      *    NO 1O QUE FALTAR, COMO NA CRITICA DO CGPRG020             *
      *--------------------------------------------------------------*
       040-CONFERIR-PREREQ.

           IF WS-PRQ-CURSO(WS-IDX-PRQ) = STUD-CURSO
              AND WS-PRQ-DISC(WS-IDX-PRQ) =
                  TC-DISC(WS-ACHOU-CUR WS-SUB-DISC)
               MOVE WS-PRQ-DISC-REQ(WS-IDX-PRQ) TO WS-DISC-PROCURADA
               PERFORM 036-PROCURAR-APROVADA
               IF WS-ACHOU-APR = 'N'
                   MOVE WS-PRQ-DISC-REQ(WS-IDX-PRQ)
                        TO WS-PREREQ-FALTA
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O RELATORIO AGRUPADO POR CURSO: PARA CADA ALUNO, *
      *    AS DISCIPLINAS APTAS E AS BLOQUEADAS                      *
      *--------------------------------------------------------------*
       045-IMPRIMIR-POR-CURSO.

           PERFORM 046-IMPRIMIR-CURSO
               VARYING WS-IDX-CUR FROM 1 BY 1
               UNTIL WS-IDX-CUR > WS-QTD-CURSOS
           .
       046-IMPRIMIR-CURSO.

           IF TC-QTD-DISC(WS-IDX-CUR) NOT = ZEROS
               MOVE TC-NOME(WS-IDX-CUR)     TO WS-LC-CURSO
               MOVE TC-QTD-DISC(WS-IDX-CUR) TO WS-LC-QTD
               WRITE REG-REL-LINHA FROM AS-HIFENS
               WRITE REG-REL-LINHA FROM WS-LIN-CURSO
               PERFORM 047-IMPRIMIR-ALUNO
                   VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-QTD-RESULT
           END-IF
           .
       047-IMPRIMIR-ALUNO.

           IF RS-CURSO(WS-IDX-RES) = TC-NOME(WS-IDX-CUR)
               MOVE RS-RA(WS-IDX-RES)   TO WS-LA-RA
               MOVE RS-NOME(WS-IDX-RES) TO WS-LA-NOME
               IF RS-QTD-APTAS(WS-IDX-RES) = ZEROS
                   MOVE 'SEM DISC LIBERADA' TO WS-LA-OBS
               ELSE
                   MOVE SPACES              TO WS-LA-OBS
               END-IF
               WRITE REG-REL-LINHA FROM WS-LIN-ALUNO
               PERFORM 048-IMPRIMIR-DISCIPLINA
                   VARYING WS-SUB-DISC FROM 1 BY 1
                   UNTIL WS-SUB-DISC > TC-QTD-DISC(WS-IDX-CUR)
           END-IF
           .
       048-IMPRIMIR-DISCIPLINA.

           IF RS-SIT(WS-IDX-RES WS-SUB-DISC) NOT = 'F'
               MOVE TC-DISC(WS-IDX-CUR WS-SUB-DISC) TO WS-LD-DISC
               IF RS-SIT(WS-IDX-RES WS-SUB-DISC) = 'A'
                   ADD 1 TO WS-CTAPTAS
                   MOVE 'APTA'      TO WS-LD-SIT
                   MOVE SPACES      TO WS-LD-OBS
               ELSE
                   ADD 1 TO WS-CTBLOQUEADAS
                   MOVE 'BLOQUEADA' TO WS-LD-SIT
                   MOVE RS-FALTA(WS-IDX-RES WS-SUB-DISC) TO WS-LF-DISC
                   MOVE WS-LD-OBS-FALTA TO WS-LD-OBS
               END-IF
               MOVE SPACES TO WS-LD-NOME
               IF WS-CAT-DISPONIVEL = 'S'
                   MOVE TC-DISC(WS-IDX-CUR WS-SUB-DISC) TO DISC-CODIGO
                   READ CAT-DISCIPLINAS
                       INVALID KEY
                           MOVE '** NAO CATALOGADA **' TO WS-LD-NOME
                       NOT INVALID KEY
                           MOVE DISC-NOME TO WS-LD-NOME
                   END-READ
               END-IF
               WRITE REG-REL-LINHA FROM WS-LIN-DISC
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE ALUNO-MESTRE
           CLOSE HIST-NOTAS
           IF WS-CAT-DISPONIVEL = 'S'
               CLOSE CAT-DISCIPLINAS
           END-IF
           CLOSE REL-ELEGIVEIS
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "ALUNOS ATIVOS APURADOS..: " WS-CTATIVOS
           DISPLAY "DISCIPLINAS APTAS.......: " WS-CTAPTAS
           DISPLAY "DISCIPLINAS BLOQUEADAS..: " WS-CTBLOQUEADAS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG049"

           MOVE 'T'           TO WS-LOG-EVENTO
           MOVE WS-CTATIVOS   TO WS-LOG-QTD-REGS
           MOVE ZEROS         TO WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS
           .
      *---------------> FIM DO PROGRAMA CGPRG049 <-------------------*
