      *           LISTA DE PENDENCIAS DE QUEM ESTA PERTO DE          *
      *           CONCLUIR. E A ENTRADA FORMAL DO PROCESSO DE        *
      *           DIPLOMA.                                           *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V02    OUT/2026 000000  DISCIPLINA PENDENTE SAI COM NOME E
      *                          CREDITOS DO CATALOGO (CATDISC,
      *                          CGPRG048) ALEM DO CODIGO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CAT-DISCIPLINAS ASSIGN TO CATDISC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WS-CATDISC-STATUS.
           SELECT REL-FORMATURA ASSIGN TO RELFORMA
               ORGANIZATION IS SEQUENTIAL.

           05 HIST-SITUACAO          PIC X(11).
           05 HIST-DATA              PIC 9(08).
           05 FILLER                 PIC X(23).
      *-----> CATALOGO DE DISCIPLINAS (VSAM/INDEXADO POR CODIGO),
      *       MANTIDO PELO CGPRG048 - AQUI SOMENTE CONSULTA
       FD  CAT-DISCIPLINAS
           RECORDING MODE IS F.
       COPY CGDISC01 REPLACING DISCIPLINA-RECORD BY REG-DISCIPLINA.
      *-----> RELATORIO DE FORMATURA GRAVADO EM ARQUIVO DE SAIDA
       FD  REL-FORMATURA
           RECORDING MODE IS F.
       77  WS-CURSOS-STATUS       PIC X(02).
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-HIST-STATUS         PIC X(02).
       77  WS-CATDISC-STATUS      PIC X(02).
      *-----> CATALOGO DISPONIVEL NO RUN - SEM ELE A PENDENCIA SAI
      *       SO COM O CODIGO DA DISCIPLINA, COMO ANTES
       77  WS-CAT-DISPONIVEL      PIC X(01) VALUE 'N'.
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  WS-TAB-CURSOS-FIM      PIC X(01) VALUE 'N'.
       77  WS-HIST-FIM            PIC X(01).
           05 FILLER              PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE 'PENDENTE '.
           05 WS-LP-DISC          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LP-NOME          PIC X(30).
           05 FILLER              PIC X(10) VALUE ' CREDITOS '.
           05 WS-LP-CREDITOS      PIC Z9.
           05 FILLER              PIC X(14) VALUE SPACES.
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG022'.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CAT-DISCIPLINAS
           IF WS-CATDISC-STATUS = '00'
               MOVE 'S' TO WS-CAT-DISPONIVEL
           ELSE
               DISPLAY '** CATALOGO DE DISCIPLINAS INDISPONIVEL - '
                       'STATUS ' WS-CATDISC-STATUS
                       ' - PENDENCIAS SO COM O CODIGO **'
           END-IF
           OPEN OUTPUT REL-FORMATURA

           MOVE 'I'     TO  WS-LOG-EVENTO
       049-IMPRIMIR-DISC-PEND.

           MOVE RS-PEND(WS-IDX-RES WS-SUB-DISC) TO WS-LP-DISC
           MOVE SPACES TO WS-LP-NOME
           MOVE ZEROS  TO WS-LP-CREDITOS
           IF WS-CAT-DISPONIVEL = 'S'
               MOVE RS-PEND(WS-IDX-RES WS-SUB-DISC) TO DISC-CODIGO
               READ CAT-DISCIPLINAS
                   INVALID KEY
                       MOVE '** NAO CATALOGADA **' TO WS-LP-NOME
                   NOT INVALID KEY
                       MOVE DISC-NOME     TO WS-LP-NOME
                       MOVE DISC-CREDITOS TO WS-LP-CREDITOS
               END-READ
           END-IF
           WRITE REG-REL-LINHA FROM WS-LIN-PENDENTE
           .
      *--------------------------------------------------------------*

           CLOSE ALUNO-MESTRE
           CLOSE HIST-NOTAS
           IF WS-CAT-DISPONIVEL = 'S'
               CLOSE CAT-DISCIPLINAS
           END-IF
           CLOSE REL-FORMATURA
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
