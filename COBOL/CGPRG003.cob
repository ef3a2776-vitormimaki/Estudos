      *  V08    SET/2026 000000  DECK DA SYSIN GANHA CABECALHO 'H*'
      *                          E TRAILER 'T*' COM CONTAGEM -
      *                          MEIO DECK ENCERRA COM RC=8
      *  V09    OUT/2026 000000  DISCIPLINA DO DECK CONSISTIDA
      *                          CONTRA O CATALOGO (CATDISC, DO
      *                          CGPRG048) - NOVO MOTIVO 04
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS WS-FREQ-STATUS.
           SELECT CAT-DISCIPLINAS ASSIGN TO CATDISC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WS-CATDISC-STATUS.

       DATA DIVISION.
      *=============*
       FD  FREQ-ALUNOS
           RECORDING MODE IS F.
       COPY CGFREQ01 REPLACING FREQUENCIA-RECORD BY REG-FREQUENCIA.
      *-----> CATALOGO DE DISCIPLINAS (VSAM/INDEXADO POR CODIGO),
      *       MANTIDO PELO CGPRG048 - AQUI SOMENTE CONSULTA
       FD  CAT-DISCIPLINAS
           RECORDING MODE IS F.
       COPY CGDISC01 REPLACING DISCIPLINA-RECORD BY REG-DISCIPLINA.

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-HIST-STATUS         PIC X(02).
       77  WS-MATRIC-STATUS       PIC X(02).
       77  WS-FREQ-STATUS         PIC X(02).
       77  WS-CATDISC-STATUS      PIC X(02).
      *-----> FREQUENCIA DISPONIVEL NO RUN - SEM O ARQUIVO A MEDIA
      *       SEGUE VALENDO SOZINHA (DECK DE PRESENCA AINDA NAO
      *       CARREGADO PELO CGPRG021)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *-----> SEM O CATALOGO NAO HA COMO CRITICAR A DISCIPLINA DO
      *       DECK - ERRO DE DIGITACAO CRIARIA DISCIPLINA "NOVA"
           OPEN INPUT CAT-DISCIPLINAS
           IF WS-CATDISC-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O CATALOGO DE DISCIPLINAS - '
                       'STATUS ' WS-CATDISC-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *-----> SEM A FREQUENCIA A MEDIA SEGUE VALENDO SOZINHA - O
      *       DECK DE PRESENCA PODE AINDA NAO TER SIDO CARREGADO
           OPEN INPUT FREQ-ALUNOS
                   END-IF
           END-READ

      *-----> DISCIPLINA FORA DO CATALOGO E REJEITADA ANTES DA
      *       MATRICULA PARA O MOTIVO APONTAR O CODIGO DIGITADO
           IF WS-ALUNO-OK = 'S'
               MOVE WS-DISC-IN TO DISC-CODIGO
               READ CAT-DISCIPLINAS
                   INVALID KEY
                       MOVE 'N' TO WS-ALUNO-OK
                       MOVE 04  TO WS-COD-MOTIVO
                       MOVE 'DISC NAO CATALOGADA' TO WS-MOTIVO-REJ
               END-READ
           END-IF

           IF WS-ALUNO-OK = 'S'
               PERFORM 029-VALIDAR-MATRICULA
           END-IF
           CLOSE ALUNO-MESTRE
           CLOSE HIST-NOTAS
           CLOSE MATRICULAS
           CLOSE CAT-DISCIPLINAS
           IF WS-FREQ-DISPONIVEL = 'S'
               CLOSE FREQ-ALUNOS
           END-IF
