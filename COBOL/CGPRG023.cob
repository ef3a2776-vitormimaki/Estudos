      *           EMITE O RELATORIO DE FECHAMENTO POR CURSO          *
      *           (RELFECHA). CGPRG005 E CGPRG012 PASSAM A EXIBIR    *
      *           ESSE PADRAO ALEM DA SITUACAO A/T/C.                *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V02    OUT/2026 000000  PERIODO FECHADO REGISTRADO NO
      *                          PERFECH (PERIODO + DATA-MOVIMENTO)
      *                          - A REVISAO DE NOTAS (CGPRG051)
      *                          SABE QUANDO REFAZER O PADRAO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT REL-FECHAMENTO ASSIGN TO RELFECHA
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERIODOS-FECHADOS ASSIGN TO PERFECH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERFECH-STATUS.

       DATA DIVISION.
      *=============*
       FD  REL-FECHAMENTO
           RECORDING MODE IS F.
       01  REG-REL-LINHA             PIC X(80).
      *-----> REGISTRO DOS PERIODOS JA FECHADOS (UM REGISTRO POR
      *       FECHAMENTO, ACRESCENTADO NO FIM DO ARQUIVO)
       FD  PERIODOS-FECHADOS
           RECORDING MODE IS F.
       01  REG-PERIODO-FECHADO.
           05 PFC-TERMO              PIC 9(05).
           05 PFC-DATA               PIC 9(08).
           05 PFC-QTD-ALUNOS         PIC 9(06).
           05 FILLER                 PIC X(61).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-HIST-STATUS         PIC X(02).
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-PERFECH-STATUS      PIC X(02).
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  WS-CTLIDOS             PIC 9(06) VALUE ZEROS.
           DISPLAY "FECHAMENTO DO PERIODO LETIVO"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA

           ACCEPT WS-REG-SYSIN FROM SYSIN
           IF WS-TERMO-IN NOT NUMERIC OR WS-TERMO-IN = ZEROS
               DISPLAY '** PERIODO A FECHAR INVALIDO NA SYSIN: '
           DISPLAY WS-LIN-CURSO
           .
      *--------------------------------------------------------------*
      *    REGISTRAR O PERIODO COMO FECHADO (PERFECH)                *
      *--------------------------------------------------------------*
       048-REGISTRAR-PERIODO.

           OPEN EXTEND PERIODOS-FECHADOS
           IF WS-PERFECH-STATUS = '35'
               OPEN OUTPUT PERIODOS-FECHADOS
           END-IF
           MOVE SPACES        TO REG-PERIODO-FECHADO
           MOVE WS-TERMO-IN   TO PFC-TERMO
           MOVE AS-DATA       TO PFC-DATA
           MOVE WS-CTFECHADOS TO PFC-QTD-ALUNOS
           WRITE REG-PERIODO-FECHADO
           CLOSE PERIODOS-FECHADOS
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           PERFORM 048-REGISTRAR-PERIODO

           CLOSE HIST-NOTAS
           CLOSE ALUNO-MESTRE
           CLOSE REL-FECHAMENTO
