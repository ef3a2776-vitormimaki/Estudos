       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG053.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: EXTRATO ANUAL DO CENSO DA EDUCACAO SUPERIOR - PARA *
      *           O ANO INFORMADO NA SYSIN (CARTAO: AAAA) GRAVA UM   *
      *           REGISTRO DE LAYOUT FIXO POR VINCULO ALUNO + CURSO  *
      *           (ARQUIVO CENSO) COM A SITUACAO DO VINCULO:         *
      *             2 CURSANDO    - ALUNO ATIVO                      *
      *             3 TRANCADO    - ALUNO COM MATRICULA TRANCADA     *
      *             4 DESVINCULADO- ALUNO CANCELADO                  *
      *             5 TRANSFERIDO - CURSO ANTERIOR DO ALUNO QUE      *
      *                             MUDOU DE CURSO NO ANO (ALTERACAO *
      *                             NO JORNAL JRNALU DO CGPRG008)    *
      *             6 FORMADO     - ALUNO ATIVO QUE CONCLUIU NO ANO  *
      *                             AS OBRIGATORIAS DO CURSO (MESMA  *
      *                             APURACAO DO CGPRG022, SO COM     *
      *                             APROVACOES ATE O ANO)            *
      *           VINCULO DO MESTRE (2, 3, 4 E 6) SO SAI PARA ALUNO  *
      *           COM MATRICULA (MATRICUL) EM PERIODO DO ANO; SEM    *
      *           ELA, OU FORMADO EM ANO ANTERIOR, O ALUNO FICA FORA *
      *           DO ANO. A SITUACAO 5 VEM SO DO JORNAL.             *
      *           VINCULO SEM CAMPO OBRIGATORIO VAI PARA O REJEITOS  *
      *           (CGPRG010) COM MOTIVO PROPRIO E NAO ENTRA NO       *
      *           ARQUIVO. O RELATORIO DE CONTROLE (RELCENSO) TRAZ   *
      *           OS TOTAIS POR CURSO E SITUACAO PARA CONFERENCIA    *
      *           ANTES DO ENVIO.                                    *
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
           SELECT ALUNO-MESTRE ASSIGN TO ALUNOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUD-RA
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT MATRICULAS ASSIGN TO MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WS-MATRIC-STATUS.
           SELECT HIST-NOTAS ASSIGN TO HISTNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARQ-JORNAL ASSIGN TO JRNALU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.
           SELECT ARQ-CENSO ASSIGN TO CENSO
               ORGANIZATION IS SEQUENTIAL.
           SELECT REL-CENSO ASSIGN TO RELCENSO
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
      *-----> CADASTRO-MESTRE DE ALUNOS (VSAM/INDEXADO POR RA),
      *       MANTIDO PELO CGPRG008 - AQUI SOMENTE CONSULTA
       FD  ALUNO-MESTRE
           RECORDING MODE IS F.
       COPY CGSTUD01 REPLACING STUDENT-RECORD BY REG-ALUNO-MESTRE.
      *-----> CADASTRO-MESTRE DE MATRICULAS (VSAM/INDEXADO POR
      *       RA + PERIODO + DISCIPLINA)
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
      *-----> JORNAL DE MANUTENCAO DO ALUNO-MESTRE (CGPRG008) -
      *       IMAGENS ANTES/DEPOIS DE CADA TRANSACAO EFETIVADA
       FD  ARQ-JORNAL
           RECORDING MODE IS F.
       01  REG-JORNAL.
           05 JRN-DATA               PIC 9(08).
           05 JRN-HORA               PIC 9(06).
           05 JRN-TRAN-COD           PIC X(01).
           05 JRN-IMAGEM-ANTES       PIC X(55).
           05 JRN-IMAGEM-DEPOIS      PIC X(55).
           05 FILLER                 PIC X(05).
      *-----> ARQUIVO DO CENSO: UM REGISTRO POR VINCULO ALUNO +
      *       CURSO NO ANO DE REFERENCIA
       FD  ARQ-CENSO
           RECORDING MODE IS F.
       01  REG-CENSO.
           05 CEN-ANO                PIC 9(04).
           05 CEN-RA                 PIC X(13).
           05 CEN-NOME               PIC X(25).
           05 CEN-SEXO               PIC X(01).
           05 CEN-IDADE              PIC 9(02).
           05 CEN-CURSO              PIC X(12).
           05 CEN-SITUACAO           PIC 9(01).
              88 CEN-CURSANDO           VALUE 2.
              88 CEN-TRANCADO           VALUE 3.
              88 CEN-DESVINCULADO       VALUE 4.
              88 CEN-TRANSFERIDO        VALUE 5.
              88 CEN-FORMADO            VALUE 6.
           05 CEN-QTD-DISC           PIC 9(02).
           05 CEN-DATA-GERACAO       PIC 9(08).
           05 FILLER                 PIC X(12).
      *-----> RELATORIO DE CONTROLE DO EXTRATO
       FD  REL-CENSO
           RECORDING MODE IS F.
       01  REG-REL-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-CURSOS-STATUS       PIC X(02).
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-MATRIC-STATUS       PIC X(02).
       77  WS-HIST-STATUS         PIC X(02).
       77  WS-JORNAL-STATUS       PIC X(02).
      *-----> JORNAL DISPONIVEL NO RUN - SEM ELE NAO HA COMO
      *       APURAR AS TRANSFERENCIAS DE CURSO DO ANO
       77  WS-JRN-DISPONIVEL      PIC X(01) VALUE 'N'.
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  WS-JRN-FIM             PIC X(01) VALUE 'N'.
       77  WS-TAB-CURSOS-FIM      PIC X(01) VALUE 'N'.
       77  WS-MAT-FIM             PIC X(01).
       77  WS-HIST-FIM            PIC X(01).
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
      *-----> ANO DE REFERENCIA DO CENSO, RECEBIDO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-ANO-IN           PIC 9(04).
           05 FILLER              PIC X(76).
       77  WS-ANO-MAT             PIC 9(04).
       77  WS-ANO-JRN             PIC 9(04).
       77  WS-ANO-HIST            PIC 9(04).
       77  WS-CTLIDOS             PIC 9(06) VALUE ZEROS.
       77  WS-CTGRAVADOS          PIC 9(06) VALUE ZEROS.
       77  WS-CTREJEITADOS        PIC 9(04) VALUE ZEROS.
       77  WS-CTFORA-ANO          PIC 9(04) VALUE ZEROS.
      *-----> GRADE CURRICULAR EM MEMORIA (CARREGADA NO INICIO), COM
      *       OS TOTAIS DO CENSO POR SITUACAO (2 A 6 NAS POSICOES
      *       1 A 5) PARA O RELATORIO DE CONTROLE
       77  WS-QTD-CURSOS          PIC 9(03) VALUE ZEROS.
       77  WS-IDX-CUR             PIC 9(03) COMP.
       77  WS-ACHOU-CUR           PIC 9(03) COMP.
       77  WS-SUB-DISC            PIC 9(03) COMP.
       77  WS-SUB-SIT             PIC 9(01) COMP.
       01  WS-TAB-CURSOS-AREA.
           05 WS-TAB-CURSO        OCCURS 20 TIMES.
              10 TC-NOME          PIC X(12).
              10 TC-QTD-DISC      PIC 9(02).
              10 TC-DISC          OCCURS 8 TIMES PIC X(08).
              10 TC-TOT-SIT       OCCURS 5 TIMES PIC 9(05).
       01  WS-TOT-GERAL-AREA.
           05 WS-TOT-SIT          OCCURS 5 TIMES PIC 9(05).
       77  WS-TOT-CURSO           PIC 9(06).
       77  WS-TOT-GERAL           PIC 9(06).
      *-----> APURACAO DA FORMATURA: OBRIGATORIAS JA APROVADAS
       01  WS-APURACAO-ALUNO.
           05 WS-AP-FEITA         OCCURS 8 TIMES PIC X(01).
       77  WS-QTD-PENDENTES       PIC 9(02).
      *-----> PERIODO DA APROVACAO QUE FECHOU A GRADE (AAAAS) - A
      *       1A APROVACAO DE CADA OBRIGATORIA, A MAIS RECENTE DELAS
       77  WS-TERMO-FORMATURA     PIC 9(05).
       77  WS-ANO-FORMATURA       PIC 9(04).
      *-----> VINCULO EM MONTAGEM (DO MESTRE OU DA IMAGEM ANTES DO
      *       JORNAL) - CRITICADO ANTES DE IR PARA O ARQUIVO
       01  WS-VINCULO.
           05 VIN-RA              PIC X(13).
           05 VIN-NOME            PIC X(25).
           05 VIN-SEXO            PIC X(01).
           05 VIN-IDADE           PIC 9(02).
           05 VIN-CURSO           PIC X(12).
           05 VIN-SITUACAO        PIC X(01).
           05 FILLER              PIC X(01).
       77  WS-SIT-CENSO           PIC 9(01).
       77  WS-QTD-DISC-ANO        PIC 9(02).
      *-----> IMAGEM DO ALUNO NO JORNAL (MESMO LAYOUT DO CGSTUD01)
       01  WS-JRN-ALUNO.
           05 JA-RA               PIC X(13).
           05 JA-NOME             PIC X(25).
           05 JA-SEXO             PIC X(01).
           05 JA-IDADE            PIC 9(02).
           05 JA-CURSO            PIC X(12).
           05 JA-SITUACAO         PIC X(01).
           05 JA-PADRAO-ACAD      PIC X(01).
       77  WS-JRN-CURSO-NOVO      PIC X(12).
      *-----> VALIDACAO DOS CAMPOS OBRIGATORIOS DO CENSO
       77  WS-VIN-VALIDO          PIC X(01).
       77  WS-COD-MOTIVO          PIC 99.
       77  WS-MOTIVO-REJ          PIC X(20).
      *-----> LINHAS DO RELATORIO DE CONTROLE
       01  WS-LIN-CABEC.
           05 FILLER              PIC X(33) VALUE
                                   'CENSO DA EDUCACAO SUPERIOR - ANO '.
           05 WS-LC-ANO           PIC 9(04).
           05 FILLER              PIC X(13) VALUE ' - GERADO EM '.
           05 WS-LC-DATA          PIC 9(08).
           05 FILLER              PIC X(22) VALUE SPACES.
       01  WS-LIN-TITULOS.
           05 FILLER              PIC X(12) VALUE 'CURSO'.
           05 FILLER              PIC X(09) VALUE ' CURSANDO'.
           05 FILLER              PIC X(09) VALUE ' TRANCADO'.
           05 FILLER              PIC X(09) VALUE ' DESVINC.'.
           05 FILLER              PIC X(09) VALUE ' TRANSF. '.
           05 FILLER              PIC X(09) VALUE ' FORMADO '.
           05 FILLER              PIC X(09) VALUE '   TOTAL '.
           05 FILLER              PIC X(14) VALUE SPACES.
       01  WS-LIN-TOTAIS.
           05 WS-LT-CURSO         PIC X(12).
           05 WS-LT-COLUNA        OCCURS 5 TIMES.
              10 FILLER           PIC X(03).
              10 WS-LT-QTD        PIC ZZ.ZZ9.
           05 FILLER              PIC X(03).
           05 WS-LT-TOTAL         PIC ZZ.ZZ9.
           05 FILLER              PIC X(14).
       01  WS-LIN-RESUMO.
           05 WS-LR-DESCR         PIC X(30).
           05 WS-LR-QTD           PIC ZZZ.ZZ9.
           05 FILLER              PIC X(43) VALUE SPACES.
      *-----> PARAMETROS TROCADOS COM O REJEITOR COMUM (CGPRG010)
       01  WS-REJ-PARMS.
           05 WS-REJ-PROGRAMA        PIC X(08) VALUE 'CGPRG053'.
           05 WS-REJ-COD-MOTIVO      PIC 99.
           05 WS-REJ-DESCR-MOTIVO    PIC X(20).
           05 WS-REJ-DADO-ORIGINAL   PIC X(60).
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA        PIC X(08) VALUE 'CGPRG053'.
           05 WS-LOG-EVENTO          PIC X(01).
           05 WS-LOG-QTD-REGS        PIC 9(06).
           05 WS-LOG-COD-RETORNO     PIC 99.

       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR-ALUNO UNTIL WS-FIM = 'S'
           IF WS-JRN-DISPONIVEL = 'S'
               PERFORM 040-PROCESSAR-JORNAL UNTIL WS-JRN-FIM = 'S'
           END-IF
           PERFORM 045-IMPRIMIR-CONTROLE
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 53 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "EXTRATO ANUAL DO CENSO DA EDUCACAO SUPERIOR"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA

           ACCEPT WS-REG-SYSIN FROM SYSIN
           IF WS-ANO-IN NOT NUMERIC OR WS-ANO-IN = ZEROS
               DISPLAY '** ANO DO CENSO INVALIDO NA SYSIN: '
                       WS-ANO-IN ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'ANO DE REFERENCIA DO CENSO: ' WS-ANO-IN

           OPEN INPUT ALUNO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O ALUNO-MESTRE - STATUS '
                       WS-MESTRE-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
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
           OPEN INPUT ARQ-JORNAL
           IF WS-JORNAL-STATUS = '00'
               MOVE 'S' TO WS-JRN-DISPONIVEL
           ELSE
               DISPLAY '** JORNAL DE ALUNOS INDISPONIVEL - STATUS '
                       WS-JORNAL-STATUS ' - SEM TRANSFERENCIAS **'
           END-IF
           OPEN OUTPUT ARQ-CENSO
           OPEN OUTPUT REL-CENSO

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS

           MOVE ZEROS TO WS-TOT-GERAL-AREA
           PERFORM 015-CARREGAR-TAB-CURSOS
           PERFORM 025-LER-MESTRE
           IF WS-JRN-DISPONIVEL = 'S'
               PERFORM 026-LER-JORNAL
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR EM MEMORIA A GRADE CURRICULAR DOS CURSOS         *
      *--------------------------------------------------------------*
       015-CARREGAR-TAB-CURSOS.

           OPEN INPUT TAB-CURSOS
      *-----> SEM A GRADE CURRICULAR NAO HA COMO CRITICAR O CURSO
      *       NEM APURAR A FORMATURA - O EXTRATO NAO SAI
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
      *-----------------> A QUANTIDADE DE OBRIGATORIAS DIRIGE OS
      *                   SUBSCRITOS DA APURACAO (OCCURS 8) - LINHA
      *                   PODRE NA GRADE MANTIDA A MAO NAO PODE
      *                   ESTOURAR AS TABELAS
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
                                TO WS-TAB-CURSO(WS-QTD-CURSOS)(1:78)
                           PERFORM 016-ZERAR-TOTAIS
                               VARYING WS-SUB-SIT FROM 1 BY 1
                               UNTIL WS-SUB-SIT > 5
                       ELSE
                           DISPLAY '** TABELA DE CURSOS CHEIA - '
                                   'CURSO ' TAB-CURSO-NOME
                                   ' FORA DO CENSO **'
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-CURSOS
           DISPLAY 'CURSOS NA GRADE CURRICULAR: ' WS-QTD-CURSOS
           .
       016-ZERAR-TOTAIS.

           MOVE ZEROS TO TC-TOT-SIT(WS-QTD-CURSOS WS-SUB-SIT)
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
      *    LEITURA SEQUENCIAL DE UM REGISTRO DO JORNAL               *
      *--------------------------------------------------------------*
       026-LER-JORNAL.

           READ ARQ-JORNAL
               AT END
                   MOVE 'S' TO WS-JRN-FIM
           END-READ
           .
      *--------------------------------------------------------------*
      *    MONTAR O VINCULO DO ALUNO NO CURSO ATUAL                  *
      *--------------------------------------------------------------*
       030-PROCESSAR-ALUNO.

           ADD 1 TO WS-CTLIDOS
           MOVE REG-ALUNO-MESTRE(1:54) TO WS-VINCULO
           PERFORM 032-CONTAR-MATRICULAS-ANO

      *-----> ALUNO SEM MATRICULA NO ANO (ATIVO, TRANCADO OU
      *       CANCELADO) NAO E VINCULO DESTE ANO
           IF WS-QTD-DISC-ANO = ZEROS
               ADD 1 TO WS-CTFORA-ANO
           ELSE
               PERFORM 036-CRITICAR-VINCULO
               IF WS-VIN-VALIDO = 'S'
                   EVALUATE TRUE
                       WHEN STUD-TRANCADO
                           MOVE 3 TO WS-SIT-CENSO
                       WHEN STUD-CANCELADO
                           MOVE 4 TO WS-SIT-CENSO
                       WHEN OTHER
                           PERFORM 034-APURAR-FORMATURA
                           EVALUATE TRUE
                               WHEN WS-QTD-PENDENTES NOT = ZEROS
                                   MOVE 2 TO WS-SIT-CENSO
                               WHEN WS-ANO-FORMATURA = WS-ANO-IN
                                   MOVE 6 TO WS-SIT-CENSO
      *-------------------------> GRADE FECHADA EM ANO ANTERIOR: O
      *                           ALUNO JA SAIU FORMADO EM OUTRO CENSO
                               WHEN OTHER
                                   MOVE ZEROS TO WS-SIT-CENSO
                           END-EVALUATE
                   END-EVALUATE
                   IF WS-SIT-CENSO = ZEROS
                       ADD 1 TO WS-CTFORA-ANO
                   ELSE
                       PERFORM 038-GRAVAR-CENSO
                   END-IF
               END-IF
           END-IF

           PERFORM 025-LER-MESTRE
           .
      *--------------------------------------------------------------*
      *    CONTAR AS MATRICULAS DO ALUNO NOS PERIODOS DO ANO         *
      *--------------------------------------------------------------*
       032-CONTAR-MATRICULAS-ANO.

           MOVE ZEROS   TO WS-QTD-DISC-ANO
           MOVE VIN-RA  TO MAT-RA
           COMPUTE MAT-TERMO = WS-ANO-IN * 10
           MOVE SPACES  TO MAT-DISC
           MOVE 'N'     TO WS-MAT-FIM
           START MATRICULAS KEY NOT < MAT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-MAT-FIM
           END-START
           PERFORM UNTIL WS-MAT-FIM = 'S'
               READ MATRICULAS NEXT
                   AT END
                       MOVE 'S' TO WS-MAT-FIM
                   NOT AT END
                       COMPUTE WS-ANO-MAT = MAT-TERMO / 10
                       IF MAT-RA NOT = VIN-RA
                          OR WS-ANO-MAT NOT = WS-ANO-IN
                           MOVE 'S' TO WS-MAT-FIM
                       ELSE
                           IF WS-QTD-DISC-ANO < 99
                               ADD 1 TO WS-QTD-DISC-ANO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    APURAR A FORMATURA (CGPRG022): OBRIGATORIAS DO CURSO COM  *
      *    REGISTRO APROVADO EM PERIODO LETIVO ATE O ANO DO CENSO,   *
      *    GUARDANDO O PERIODO DA APROVACAO QUE FECHOU A GRADE       *
      *--------------------------------------------------------------*
       034-APURAR-FORMATURA.

           PERFORM 035-LIMPAR-APURACAO
               VARYING WS-SUB-DISC FROM 1 BY 1
               UNTIL WS-SUB-DISC > 8

           MOVE ZEROS   TO WS-TERMO-FORMATURA
           MOVE VIN-RA  TO HIST-RA
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
      *-----------------> HISTNOTA VEM POR RA + PERIODO: PERIODO
      *                   APOS O ANO DO CENSO ENCERRA A LEITURA
                       COMPUTE WS-ANO-HIST = HIST-TERMO / 10
                       IF HIST-RA NOT = VIN-RA
                          OR WS-ANO-HIST > WS-ANO-IN
                           MOVE 'S' TO WS-HIST-FIM
                       ELSE
                           IF HIST-SITUACAO = 'APROVADO'
                               PERFORM 037-MARCAR-APROVADA
                                   VARYING WS-SUB-DISC FROM 1 BY 1
                                   UNTIL WS-SUB-DISC >
                                         TC-QTD-DISC(WS-ACHOU-CUR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *-----> CURSO SEM OBRIGATORIAS NA GRADE NUNCA FORMA - O
      *       ALUNO SEGUE CURSANDO (MESMA REGRA DO CGPRG022)
           MOVE ZEROS TO WS-QTD-PENDENTES
           IF TC-QTD-DISC(WS-ACHOU-CUR) = ZEROS
               MOVE 1 TO WS-QTD-PENDENTES
           END-IF
           PERFORM 039-CONTAR-PENDENTE
               VARYING WS-SUB-DISC FROM 1 BY 1
               UNTIL WS-SUB-DISC > TC-QTD-DISC(WS-ACHOU-CUR)
           COMPUTE WS-ANO-FORMATURA = WS-TERMO-FORMATURA / 10
           .
       035-LIMPAR-APURACAO.

           MOVE 'N' TO WS-AP-FEITA(WS-SUB-DISC)
           .
       037-MARCAR-APROVADA.

           IF TC-DISC(WS-ACHOU-CUR WS-SUB-DISC) = HIST-DISC
              AND WS-AP-FEITA(WS-SUB-DISC) = 'N'
               MOVE 'S' TO WS-AP-FEITA(WS-SUB-DISC)
               IF HIST-TERMO > WS-TERMO-FORMATURA
                   MOVE HIST-TERMO TO WS-TERMO-FORMATURA
               END-IF
           END-IF
           .
       039-CONTAR-PENDENTE.

           IF WS-AP-FEITA(WS-SUB-DISC) = 'N'
               ADD 1 TO WS-QTD-PENDENTES
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR OS CAMPOS OBRIGATORIOS DO CENSO                  *
      *--------------------------------------------------------------*
       036-CRITICAR-VINCULO.

           MOVE 'S' TO WS-VIN-VALIDO
           MOVE ZEROS TO WS-ACHOU-CUR
           PERFORM 033-COMPARAR-CURSO
               VARYING WS-IDX-CUR FROM 1 BY 1
               UNTIL WS-IDX-CUR > WS-QTD-CURSOS
                  OR WS-ACHOU-CUR NOT = ZEROS

      *-----> EVALUATE TRUE SO REGISTRA O MOTIVO DA 1A REGRA QUE
      *       FALHAR - SENAO UMA FALHA POSTERIOR SOBRESCREVERIA O
      *       MOTIVO JA GRAVADO E O REJEITOR (CGPRG010) PERDERIA A
      *       CAUSA REAL DA 1A REGRA VIOLADA
           EVALUATE TRUE
               WHEN VIN-NOME = SPACES
                   MOVE 'N' TO WS-VIN-VALIDO
                   MOVE 01  TO WS-COD-MOTIVO
                   MOVE 'NOME EM BRANCO' TO WS-MOTIVO-REJ
               WHEN VIN-SEXO NOT = 'M' AND VIN-SEXO NOT = 'F'
                   MOVE 'N' TO WS-VIN-VALIDO
                   MOVE 02  TO WS-COD-MOTIVO
                   MOVE 'SEXO INVALIDO' TO WS-MOTIVO-REJ
               WHEN VIN-IDADE NOT NUMERIC OR VIN-IDADE = ZEROS
                   MOVE 'N' TO WS-VIN-VALIDO
                   MOVE 03  TO WS-COD-MOTIVO
                   MOVE 'IDADE INVALIDA' TO WS-MOTIVO-REJ
               WHEN VIN-CURSO = SPACES
                   MOVE 'N' TO WS-VIN-VALIDO
                   MOVE 04  TO WS-COD-MOTIVO
                   MOVE 'CURSO EM BRANCO' TO WS-MOTIVO-REJ
               WHEN WS-ACHOU-CUR = ZEROS
                   MOVE 'N' TO WS-VIN-VALIDO
                   MOVE 05  TO WS-COD-MOTIVO
                   MOVE 'CURSO SEM GRADE' TO WS-MOTIVO-REJ
               WHEN VIN-SITUACAO NOT = 'A' AND VIN-SITUACAO NOT = 'T'
                    AND VIN-SITUACAO NOT = 'C'
                   MOVE 'N' TO WS-VIN-VALIDO
                   MOVE 06  TO WS-COD-MOTIVO
                   MOVE 'SITUACAO INVALIDA' TO WS-MOTIVO-REJ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-VIN-VALIDO = 'N'
               ADD 1 TO WS-CTREJEITADOS
               DISPLAY '** VINCULO RA ' VIN-RA ' CURSO ' VIN-CURSO
                       ' REJEITADO: ' WS-MOTIVO-REJ
               MOVE WS-COD-MOTIVO    TO WS-REJ-COD-MOTIVO
               MOVE WS-MOTIVO-REJ    TO WS-REJ-DESCR-MOTIVO
               MOVE WS-VINCULO       TO WS-REJ-DADO-ORIGINAL
               CALL 'CGPRG010' USING WS-REJ-PARMS
           END-IF
           .
       033-COMPARAR-CURSO.

           IF TC-NOME(WS-IDX-CUR) = VIN-CURSO
               MOVE WS-IDX-CUR TO WS-ACHOU-CUR
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O VINCULO NO ARQUIVO DO CENSO E SOMAR NO CONTROLE  *
      *--------------------------------------------------------------*
       038-GRAVAR-CENSO.

           MOVE SPACES          TO REG-CENSO
           MOVE WS-ANO-IN       TO CEN-ANO
           MOVE VIN-RA          TO CEN-RA
           MOVE VIN-NOME        TO CEN-NOME
           MOVE VIN-SEXO        TO CEN-SEXO
           MOVE VIN-IDADE       TO CEN-IDADE
           MOVE VIN-CURSO       TO CEN-CURSO
           MOVE WS-SIT-CENSO    TO CEN-SITUACAO
           MOVE WS-QTD-DISC-ANO TO CEN-QTD-DISC
           MOVE AS-DATA         TO CEN-DATA-GERACAO
           WRITE REG-CENSO
           ADD 1 TO WS-CTGRAVADOS

           COMPUTE WS-SUB-SIT = WS-SIT-CENSO - 1
           ADD 1 TO TC-TOT-SIT(WS-ACHOU-CUR WS-SUB-SIT)
           ADD 1 TO WS-TOT-SIT(WS-SUB-SIT)
           .
      *--------------------------------------------------------------*
      *    TRANSFERENCIA DE CURSO NO ANO: ALTERACAO NO JORNAL COM O  *
      *    CURSO ANTES DIFERENTE DO CURSO DEPOIS - O CURSO ANTERIOR  *
      *    VIRA UM VINCULO 'TRANSFERIDO'                             *
      *--------------------------------------------------------------*
       040-PROCESSAR-JORNAL.

           COMPUTE WS-ANO-JRN = JRN-DATA / 10000
           IF JRN-TRAN-COD = 'A' AND WS-ANO-JRN = WS-ANO-IN
               MOVE JRN-IMAGEM-DEPOIS TO WS-JRN-ALUNO
               MOVE JA-CURSO          TO WS-JRN-CURSO-NOVO
               MOVE JRN-IMAGEM-ANTES  TO WS-JRN-ALUNO
               IF JA-CURSO NOT = WS-JRN-CURSO-NOVO
                   ADD 1 TO WS-CTLIDOS
                   MOVE WS-JRN-ALUNO(1:54) TO WS-VINCULO
      *-----------> O VINCULO ANTIGO E CRITICADO COMO ERA NA DATA
      *             DA TRANSFERENCIA (IMAGEM ANTES DO JORNAL)
                   PERFORM 036-CRITICAR-VINCULO
                   IF WS-VIN-VALIDO = 'S'
                       PERFORM 032-CONTAR-MATRICULAS-ANO
                       MOVE 5 TO WS-SIT-CENSO
                       PERFORM 038-GRAVAR-CENSO
                   END-IF
               END-IF
           END-IF

           PERFORM 026-LER-JORNAL
           .
      *--------------------------------------------------------------*
      *    RELATORIO DE CONTROLE: TOTAIS POR CURSO E SITUACAO        *
      *--------------------------------------------------------------*
       045-IMPRIMIR-CONTROLE.

           MOVE WS-ANO-IN TO WS-LC-ANO
           MOVE AS-DATA   TO WS-LC-DATA
           WRITE REG-REL-LINHA FROM WS-LIN-CABEC
           WRITE REG-REL-LINHA FROM AS-HIFENS
           WRITE REG-REL-LINHA FROM WS-LIN-TITULOS
           WRITE REG-REL-LINHA FROM AS-HIFENS

           PERFORM 046-IMPRIMIR-CURSO
               VARYING WS-IDX-CUR FROM 1 BY 1
               UNTIL WS-IDX-CUR > WS-QTD-CURSOS

           MOVE SPACES       TO WS-LIN-TOTAIS
           MOVE 'TOTAL GERAL' TO WS-LT-CURSO
           MOVE ZEROS        TO WS-TOT-GERAL
           PERFORM 048-MOVER-TOTAL-GERAL
               VARYING WS-SUB-SIT FROM 1 BY 1
               UNTIL WS-SUB-SIT > 5
           MOVE WS-TOT-GERAL TO WS-LT-TOTAL
           WRITE REG-REL-LINHA FROM AS-HIFENS
           WRITE REG-REL-LINHA FROM WS-LIN-TOTAIS
           WRITE REG-REL-LINHA FROM AS-HIFENS

           MOVE 'REGISTROS GRAVADOS NO CENSO:' TO WS-LR-DESCR
           MOVE WS-CTGRAVADOS TO WS-LR-QTD
           WRITE REG-REL-LINHA FROM WS-LIN-RESUMO
           MOVE 'VINCULOS REJEITADOS.........:' TO WS-LR-DESCR
           MOVE WS-CTREJEITADOS TO WS-LR-QTD
           WRITE REG-REL-LINHA FROM WS-LIN-RESUMO
           MOVE 'ALUNOS FORA DO ANO..........:' TO WS-LR-DESCR
           MOVE WS-CTFORA-ANO TO WS-LR-QTD
           WRITE REG-REL-LINHA FROM WS-LIN-RESUMO
           .
       046-IMPRIMIR-CURSO.

           MOVE SPACES               TO WS-LIN-TOTAIS
           MOVE TC-NOME(WS-IDX-CUR)  TO WS-LT-CURSO
           MOVE ZEROS                TO WS-TOT-CURSO
           PERFORM 047-MOVER-TOTAL-CURSO
               VARYING WS-SUB-SIT FROM 1 BY 1
               UNTIL WS-SUB-SIT > 5
           MOVE WS-TOT-CURSO         TO WS-LT-TOTAL
           WRITE REG-REL-LINHA FROM WS-LIN-TOTAIS
           .
       047-MOVER-TOTAL-CURSO.

           MOVE TC-TOT-SIT(WS-IDX-CUR WS-SUB-SIT)
                TO WS-LT-QTD(WS-SUB-SIT)
           ADD TC-TOT-SIT(WS-IDX-CUR WS-SUB-SIT) TO WS-TOT-CURSO
           .
       048-MOVER-TOTAL-GERAL.

           MOVE WS-TOT-SIT(WS-SUB-SIT) TO WS-LT-QTD(WS-SUB-SIT)
           ADD WS-TOT-SIT(WS-SUB-SIT)  TO WS-TOT-GERAL
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE ALUNO-MESTRE
           CLOSE MATRICULAS
           CLOSE HIST-NOTAS
           IF WS-JRN-DISPONIVEL = 'S'
               CLOSE ARQ-JORNAL
           END-IF
           CLOSE ARQ-CENSO
           CLOSE REL-CENSO
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "VINCULOS LIDOS..........: " WS-CTLIDOS
           DISPLAY "REGISTROS DO CENSO......: " WS-CTGRAVADOS
           DISPLAY "VINCULOS REJEITADOS.....: " WS-CTREJEITADOS
           DISPLAY "ALUNOS FORA DO ANO......: " WS-CTFORA-ANO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG053"

           MOVE 'T'            TO WS-LOG-EVENTO
           MOVE WS-CTGRAVADOS  TO WS-LOG-QTD-REGS
           MOVE ZEROS          TO WS-LOG-COD-RETORNO
           IF WS-CTREJEITADOS NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
           IF WS-CTREJEITADOS NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG053 <-------------------*
