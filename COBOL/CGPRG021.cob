      *           PERIODO + DISCIPLINA). O CGPRG003 CONSULTA ESSE    *
      *           ARQUIVO NA APURACAO DA MEDIA: PRESENCA ABAIXO DE   *
      *           75% REPROVA POR FALTA INDEPENDENTE DA NOTA.        *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V02    OUT/2026 000000  DISCIPLINA CONSISTIDA CONTRA O
      *                          CATALOGO (CATDISC, CGPRG048) E
      *                          AULAS DADAS LIMITADAS A CARGA
      *                          HORARIA DA DISCIPLINA - MOTIVOS
      *                          06 E 07
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUD-RA
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT CAT-DISCIPLINAS ASSIGN TO CATDISC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WS-CATDISC-STATUS.

       DATA DIVISION.
      *=============*
       FD  ALUNO-MESTRE
           RECORDING MODE IS F.
       COPY CGSTUD01 REPLACING STUDENT-RECORD BY REG-ALUNO-MESTRE.
      *-----> CATALOGO DE DISCIPLINAS (VSAM/INDEXADO POR CODIGO),
      *       MANTIDO PELO CGPRG048 - AQUI SOMENTE CONSULTA
       FD  CAT-DISCIPLINAS
           RECORDING MODE IS F.
       COPY CGDISC01 REPLACING DISCIPLINA-RECORD BY REG-DISCIPLINA.

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-FREQ-STATUS         PIC X(02).
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-CATDISC-STATUS      PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *-----> SEM O CATALOGO NAO HA CARGA HORARIA PARA CRITICAR AS
      *       AULAS DADAS - MELHOR PARAR DO QUE GRAVAR SEM CRITICA
           OPEN INPUT CAT-DISCIPLINAS
           IF WS-CATDISC-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O CATALOGO DE DISCIPLINAS - '
                       'STATUS ' WS-CATDISC-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
                           MOVE 'RA NAO CADASTRADO' TO WS-MOTIVO-REJ
                   END-READ
           END-EVALUATE

      *-----> CRITICAS QUE DEPENDEM DA DISCIPLINA NO CATALOGO
           IF WS-CARTAO-VALIDO = 'S'
               MOVE WS-DISC-IN TO DISC-CODIGO
               READ CAT-DISCIPLINAS
                   INVALID KEY
                       MOVE 'N' TO WS-CARTAO-VALIDO
                       MOVE 06  TO WS-COD-MOTIVO
                       MOVE 'DISC NAO CATALOGADA' TO WS-MOTIVO-REJ
                   NOT INVALID KEY
                       IF WS-AULAS-IN > DISC-CARGA-HORARIA
                           MOVE 'N' TO WS-CARTAO-VALIDO
                           MOVE 07  TO WS-COD-MOTIVO
                           MOVE 'AULAS ACIMA DA CARGA'
                                TO WS-MOTIVO-REJ
                       END-IF
               END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A FREQUENCIA APURADA NO ARQUIVO DO PERIODO         *

           CLOSE FREQ-ALUNOS
           CLOSE ALUNO-MESTRE
           CLOSE CAT-DISCIPLINAS
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "FREQUENCIAS GRAVADAS....: " WS-CTGRAVADOS
