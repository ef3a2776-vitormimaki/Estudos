      *           CGPRG008 PARA ALUNOS. O RA DE CADA TRANSACAO E     *
      *           CONSISTIDO CONTRA O ALUNO-MESTRE; O CGPRG003 SO    *
      *           ACEITA NOTA DE ALUNO MATRICULADO NA DISCIPLINA.    *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V02    OUT/2026 000000  INCLUSAO (I) DE ALUNO INADIMPLENTE
      *                          (INADIMPL, APURADO PELO CGPRG047)
      *                          E REJEITADA COM MOTIVO 07
      *  V03    OUT/2026 000000  DISCIPLINA CONSISTIDA CONTRA O
      *                          CATALOGO (CATDISC, CGPRG048) -
      *                          CODIGO FORA DELE E O MOTIVO 08
      *  V04    OUT/2026 000000  INCLUSAO (I) EXIGE APROVACAO NO
      *                          HISTNOTA EM CADA PRE-REQUISITO DA
      *                          TABELA PREREQ (CURSO + DISCIPLINA)
      *                          - MOTIVO 09 COM A DISC QUE FALTA
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUD-RA
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT INADIMPLENTES ASSIGN TO INADIMPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INA-RA
               FILE STATUS IS WS-INAD-STATUS.
           SELECT CAT-DISCIPLINAS ASSIGN TO CATDISC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WS-CATDISC-STATUS.
           SELECT TAB-PREREQ ASSIGN TO PREREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREREQ-STATUS.
           SELECT HIST-NOTAS ASSIGN TO HISTNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
      *=============*
       FD  ALUNO-MESTRE
           RECORDING MODE IS F.
       COPY CGSTUD01 REPLACING STUDENT-RECORD BY REG-ALUNO-MESTRE.
      *-----> ALUNOS INADIMPLENTES (VSAM/INDEXADO POR RA), RECRIADO
      *       A CADA APURACAO PELO CGPRG047 - AQUI SOMENTE CONSULTA
       FD  INADIMPLENTES
           RECORDING MODE IS F.
       COPY CGINAD01 REPLACING INADIMPLENTE-RECORD BY REG-INADIMPLENTE.
      *-----> CATALOGO DE DISCIPLINAS (VSAM/INDEXADO POR CODIGO),
      *       MANTIDO PELO CGPRG048 - AQUI SOMENTE CONSULTA
       FD  CAT-DISCIPLINAS
           RECORDING MODE IS F.
       COPY CGDISC01 REPLACING DISCIPLINA-RECORD BY REG-DISCIPLINA.
      *-----> TABELA DE PRE-REQUISITOS MANTIDA PELAS COORDENACOES:
      *       UMA LINHA POR CURSO + DISCIPLINA + PRE-REQUISITO
       FD  TAB-PREREQ
           RECORDING MODE IS F.
       01  REG-TAB-PREREQ.
           05 PRQ-CURSO              PIC X(12).
           05 PRQ-DISC               PIC X(08).
           05 PRQ-DISC-REQ           PIC X(08).
           05 FILLER                 PIC X(52).
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

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-MATRIC-STATUS          PIC X(02).
       77  WS-MESTRE-STATUS          PIC X(02).
       77  WS-INAD-STATUS            PIC X(02).
       77  WS-CATDISC-STATUS         PIC X(02).
       77  WS-PREREQ-STATUS          PIC X(02).
       77  WS-HIST-STATUS            PIC X(02).
       77  WS-TEM-PREREQ             PIC X(01) VALUE 'S'.
       77  WS-PREREQ-FIM             PIC X(01) VALUE 'N'.
       77  WS-HIST-FIM               PIC X(01).
       77  WS-TEM-INADIMPL           PIC X(01) VALUE 'S'.
       77  WS-FIM                    PIC X(01) VALUE 'N'.
       77  AS-DATA                   PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       77  WS-COD-MOTIVO             PIC 99.
       77  WS-MOTIVO-REJ             PIC X(20).
       77  WS-ALUNO-OK               PIC X(01).
       77  WS-INADIMPLENTE           PIC X(01).
       77  WS-DISC-OK                PIC X(01).
      *-----> PRE-REQUISITO SEM APROVACAO NO HISTORICO (BRANCO =
      *       TODOS CUMPRIDOS) - VAI NO PROPRIO MOTIVO DA REJEICAO
       77  WS-PREREQ-FALTA           PIC X(08).
       77  WS-PREREQ-APROVADO        PIC X(01).
       01  WS-MOTIVO-PREREQ.
           05 FILLER                 PIC X(12) VALUE 'SEM PRE-REQ '.
           05 WS-MP-DISC             PIC X(08).
      *-----> TABELA DE PRE-REQUISITOS (EM MEMORIA)
       77  WS-TAB-PREREQ-QTD         PIC 9(03) VALUE ZEROS.
       77  WS-IDX-PRQ                PIC 9(03) COMP.
       01  WS-TAB-PREREQ-AREA.
           05 WS-TAB-PRQ             OCCURS 300 TIMES.
              10 WS-PRQ-CURSO        PIC X(12).
              10 WS-PRQ-DISC         PIC X(08).
              10 WS-PRQ-DISC-REQ     PIC X(08).
      *-----> TRANSACAO DE MANUTENCAO RECEBIDA VIA SYSIN
      *       TRAN-COD: I = INCLUIR, A = ALTERAR, E = EXCLUIR
       01  WS-REG-SYSIN.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *-----> SEM O CATALOGO NAO HA COMO CRITICAR A DISCIPLINA
           OPEN INPUT CAT-DISCIPLINAS
           IF WS-CATDISC-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O CATALOGO DE DISCIPLINAS - '
                       'STATUS ' WS-CATDISC-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *-----> SEM APURACAO DE INADIMPLENCIA (ARQUIVO AINDA NAO
      *       CRIADO PELO CGPRG047) NENHUM ALUNO E BLOQUEADO
           OPEN INPUT INADIMPLENTES
           IF WS-INAD-STATUS NOT = '00'
               MOVE 'N' TO WS-TEM-INADIMPL
               DISPLAY '** INADIMPLENTES INDISPONIVEL - STATUS '
                       WS-INAD-STATUS ' - SEM BLOQUEIO **'
           END-IF
           PERFORM 015-CARREGAR-TAB-PREREQ
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CARREGAR EM MEMORIA A TABELA DE PRE-REQUISITOS            *
      *--------------------------------------------------------------*
       015-CARREGAR-TAB-PREREQ.

      *-----> SEM A TABELA (AINDA NAO CRIADA PELAS COORDENACOES)
      *       NENHUMA INCLUSAO E BARRADA POR PRE-REQUISITO
           OPEN INPUT TAB-PREREQ
           IF WS-PREREQ-STATUS NOT = '00'
               MOVE 'N' TO WS-TEM-PREREQ
               DISPLAY '** TABELA PREREQ INDISPONIVEL - STATUS '
                       WS-PREREQ-STATUS ' - SEM CRITICA DE '
                       'PRE-REQUISITO **'
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
               DISPLAY 'PRE-REQUISITOS NA TABELA: ' WS-TAB-PREREQ-QTD
           END-IF

      *-----> COM PRE-REQUISITO A CRITICAR, O HISTORICO E OBRIGATORIO
      *       - SEM ELE TODA INCLUSAO SERIA REJEITADA POR ENGANO
           IF WS-TEM-PREREQ = 'S'
               OPEN INPUT HIST-NOTAS
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY '** ERRO AO ABRIR O HISTORICO DE NOTAS - '
                           'STATUS ' WS-HIST-STATUS ' **'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DADOS DA SYSIN                                    *
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           PERFORM 027-CONSULTAR-ALUNO

           MOVE 'S'       TO WS-DISC-OK
           MOVE TRAN-DISC TO DISC-CODIGO
           READ CAT-DISCIPLINAS
               INVALID KEY
                   MOVE 'N' TO WS-DISC-OK
           END-READ

           MOVE SPACES TO WS-PREREQ-FALTA
           IF TRAN-COD = 'I' AND WS-ALUNO-OK = 'S'
              AND WS-TEM-PREREQ = 'S'
               PERFORM 038-VERIFICAR-PREREQ
           END-IF

      *-----> EVALUATE TRUE SO REGISTRA O MOTIVO DA 1A REGRA QUE
      *       FALHAR - SENAO UMA FALHA POSTERIOR SOBRESCREVERIA O
      *       MOTIVO JA GRAVADO E O REJEITOR (CGPRG010) PERDERIA A
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 04  TO WS-COD-MOTIVO
                   MOVE 'DISCIPLINA EM BRANCO' TO WS-MOTIVO-REJ
               WHEN WS-DISC-OK = 'N'
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 08  TO WS-COD-MOTIVO
                   MOVE 'DISC NAO CATALOGADA' TO WS-MOTIVO-REJ
               WHEN TRAN-SITUACAO NOT = 'A'
                    AND TRAN-SITUACAO NOT = 'C'
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 06  TO WS-COD-MOTIVO
                   MOVE 'SITUACAO INVALIDA' TO WS-MOTIVO-REJ
      *-----> INADIMPLENCIA SO BLOQUEIA MATRICULA NOVA - ALTERACAO
      *       DE MATRICULA JA FEITA (EX.: CANCELAMENTO) CONTINUA LIVRE
               WHEN TRAN-COD = 'I' AND WS-INADIMPLENTE = 'S'
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 07  TO WS-COD-MOTIVO
                   MOVE 'ALUNO INADIMPLENTE' TO WS-MOTIVO-REJ
               WHEN TRAN-COD = 'I' AND WS-PREREQ-FALTA NOT = SPACES
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 09  TO WS-COD-MOTIVO
                   MOVE WS-PREREQ-FALTA  TO WS-MP-DISC
                   MOVE WS-MOTIVO-PREREQ TO WS-MOTIVO-REJ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                       MOVE 'C' TO WS-ALUNO-OK
                   END-IF
           END-READ

           MOVE 'N' TO WS-INADIMPLENTE
           IF WS-TEM-INADIMPL = 'S'
               MOVE TRAN-RA TO INA-RA
               READ INADIMPLENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-INADIMPLENTE
               END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR OS PRE-REQUISITOS DA DISCIPLINA NO CURSO DO      *
      *    ALUNO - PARA NO 1O QUE NAO TIVER APROVACAO                *
      *--------------------------------------------------------------*
       038-VERIFICAR-PREREQ.

           PERFORM 039-CONFERIR-PREREQ
               VARYING WS-IDX-PRQ FROM 1 BY 1
               UNTIL WS-IDX-PRQ > WS-TAB-PREREQ-QTD
                  OR WS-PREREQ-FALTA NOT = SPACES
           .
       039-CONFERIR-PREREQ.

           IF WS-PRQ-CURSO(WS-IDX-PRQ) = STUD-CURSO
              AND WS-PRQ-DISC(WS-IDX-PRQ) = TRAN-DISC
               PERFORM 040-BUSCAR-APROVACAO
               IF WS-PREREQ-APROVADO = 'N'
                   MOVE WS-PRQ-DISC-REQ(WS-IDX-PRQ)
                        TO WS-PREREQ-FALTA
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURAR 'APROVADO' NO PRE-REQUISITO EM QUALQUER PERIODO  *
      *    LETIVO DO HISTORICO DO ALUNO                              *
      *--------------------------------------------------------------*
       040-BUSCAR-APROVACAO.

           MOVE 'N'     TO WS-PREREQ-APROVADO
           MOVE TRAN-RA TO HIST-RA
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
                       IF HIST-RA NOT = TRAN-RA
                           MOVE 'S' TO WS-HIST-FIM
                       ELSE
                           IF HIST-DISC = WS-PRQ-DISC-REQ(WS-IDX-PRQ)
                              AND HIST-SITUACAO = 'APROVADO'
                               MOVE 'S' TO WS-PREREQ-APROVADO
                               MOVE 'S' TO WS-HIST-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    ENVIAR A TRANSACAO REJEITADA AO REJEITOR COMUM            *

           CLOSE MATRICULAS
           CLOSE ALUNO-MESTRE
           CLOSE CAT-DISCIPLINAS
           IF WS-TEM-PREREQ = 'S'
               CLOSE HIST-NOTAS
           END-IF
           IF WS-TEM-INADIMPL = 'S'
               CLOSE INADIMPLENTES
           END-IF
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "INCLUSOES EFETUADAS.....: " WS-CTINCLUSOES
