      *           UM CARTAO 'ALL' PARA TODOS OS ALUNOS DO HISTORICO. *
      *           A SAIDA VAI PARA ARQUIVO (RELHIST), PRONTA PARA    *
      *           IMPRESSAO E ENTREGA AO ALUNO PELA SECRETARIA.      *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V02    OUT/2026 000000  LINHA DA DISCIPLINA TRAZ NOME E
      *                          CREDITOS DO CATALOGO (CATDISC,
      *                          CGPRG048) ALEM DO CODIGO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CAT-DISCIPLINAS ASSIGN TO CATDISC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WS-CATDISC-STATUS.
           SELECT REL-HISTORICO ASSIGN TO RELHIST
               ORGANIZATION IS SEQUENTIAL.

           05 HIST-SITUACAO          PIC X(11).
           05 HIST-DATA              PIC 9(08).
           05 FILLER                 PIC X(23).
      *-----> CATALOGO DE DISCIPLINAS (VSAM/INDEXADO POR CODIGO),
      *       MANTIDO PELO CGPRG048 - AQUI SOMENTE CONSULTA
       FD  CAT-DISCIPLINAS
           RECORDING MODE IS F.
       COPY CGDISC01 REPLACING DISCIPLINA-RECORD BY REG-DISCIPLINA.
      *-----> HISTORICO ESCOLAR GRAVADO EM ARQUIVO DE SAIDA
       FD  REL-HISTORICO
           RECORDING MODE IS F.
      *-----------------------*
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-HIST-STATUS         PIC X(02).
       77  WS-CATDISC-STATUS      PIC X(02).
      *-----> CATALOGO DISPONIVEL NO RUN - SEM ELE O HISTORICO SAI
      *       SO COM O CODIGO DA DISCIPLINA, COMO ANTES
       77  WS-CAT-DISPONIVEL      PIC X(01) VALUE 'N'.
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  WS-SYSIN-FIM           PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
           05 WS-LT-SEM           PIC 9(01).
           05 FILLER              PIC X(58) VALUE SPACES.
       01  WS-CAB.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE 'CODIGO'.
           05 FILLER              PIC X(24) VALUE
                                   'NOME DA DISCIPLINA'.
           05 FILLER              PIC X(04) VALUE '  CR'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'NOTA1'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'MEDIA'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'SITUACAO'.
           05 FILLER              PIC X(11) VALUE SPACES.
       01  WS-LIN-DETALHE.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LD-DISC          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LD-NOME          PIC X(26).
           05 WS-LD-CREDITOS      PIC Z9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LD-NOTA1         PIC Z9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LD-NOTA2         PIC Z9,99.
           05 WS-LD-MEDIA         PIC Z9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LD-SITUACAO      PIC X(11).
           05 FILLER              PIC X(08) VALUE SPACES.
       01  WS-LIN-TOT-TERMO.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(22) VALUE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CAT-DISCIPLINAS
           IF WS-CATDISC-STATUS = '00'
               MOVE 'S' TO WS-CAT-DISPONIVEL
           ELSE
               DISPLAY '** CATALOGO DE DISCIPLINAS INDISPONIVEL - '
                       'STATUS ' WS-CATDISC-STATUS
                       ' - HISTORICO SO COM O CODIGO **'
           END-IF
           OPEN OUTPUT REL-HISTORICO

           MOVE 'I'     TO  WS-LOG-EVENTO
       036-LINHA-DISCIPLINA.

           MOVE HIST-DISC     TO WS-LD-DISC
           MOVE SPACES        TO WS-LD-NOME
           MOVE ZEROS         TO WS-LD-CREDITOS
           IF WS-CAT-DISPONIVEL = 'S'
               MOVE HIST-DISC TO DISC-CODIGO
               READ CAT-DISCIPLINAS
                   INVALID KEY
                       MOVE '** NAO CATALOGADA **' TO WS-LD-NOME
                   NOT INVALID KEY
                       MOVE DISC-NOME     TO WS-LD-NOME
                       MOVE DISC-CREDITOS TO WS-LD-CREDITOS
               END-READ
           END-IF
           MOVE HIST-NOTA1    TO WS-LD-NOTA1
           MOVE HIST-NOTA2    TO WS-LD-NOTA2
           MOVE HIST-MEDIA    TO WS-LD-MEDIA

           CLOSE ALUNO-MESTRE
           CLOSE HIST-NOTAS
           IF WS-CAT-DISPONIVEL = 'S'
               CLOSE CAT-DISCIPLINAS
           END-IF
           CLOSE REL-HISTORICO
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
