       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG052.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: AUDITORIA NOTURNA DE INTEGRIDADE REFERENCIAL -     *
      *           CRUZA MATRICUL, FREQALU E HISTNOTA COM O           *
      *           ALUNO-MESTRE (ALUNOMAS) E FREQUENCIA/NOTA COM A    *
      *           MATRICULA, APONTANDO OS ORFAOS DEIXADOS PELA       *
      *           EXCLUSAO DE ALUNO (CGPRG008 'E'). DEPOIS CONFERE   *
      *           O REGVEND DO DIA COM O ESTOQLOT: LOTE CANCELADO    *
      *           (CGPRG029) COM DETALHE NAO ESTORNADO (CGPRG027),   *
      *           LOTE DO REGVEND FORA DO ESTOQUE E ESTORNO DE LOTE  *
      *           QUE NAO ESTA CANCELADO. CADA OCORRENCIA SAI NO     *
      *           RELAUDIT COM A CHAVE OFENSORA E A CONTAGEM POR     *
      *           CLASSE VAI PARA O CTRLLOG (EVENTO = NUMERO DA      *
      *           CLASSE). RC=4 SO ORFAOS ACADEMICOS, RC=8 DIVERGEN- *
      *           CIA DE LOTE - A OPERACAO SEGURA A CADEIA DO DIA    *
      *           SEGUINTE COM RC=8.                                 *
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
           SELECT ALUNO-MESTRE ASSIGN TO ALUNOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUD-RA
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT MATRICULAS ASSIGN TO MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WS-MATRIC-STATUS.
           SELECT FREQ-ALUNOS ASSIGN TO FREQALU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS WS-FREQ-STATUS.
           SELECT HIST-NOTAS ASSIGN TO HISTNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ESTOQUE-LOTES ASSIGN TO ESTOQLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WS-ESTOQUE-STATUS.
           SELECT REG-VENDAS-DIA ASSIGN TO REGVEND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.
           SELECT REL-AUDITORIA ASSIGN TO RELAUDIT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> CADASTRO-MESTRE DE ALUNOS (VSAM/INDEXADO POR RA)
       FD  ALUNO-MESTRE
           RECORDING MODE IS F.
       COPY CGSTUD01 REPLACING STUDENT-RECORD BY REG-ALUNO-MESTRE.
      *-----> CADASTRO-MESTRE DE MATRICULAS (VSAM/INDEXADO POR
      *       RA + PERIODO + DISCIPLINA) - VARRIDO EM SEQUENCIA E
      *       CONSULTADO POR CHAVE NA AUDITORIA DE FREQUENCIA/NOTA
       FD  MATRICULAS
           RECORDING MODE IS F.
       COPY CGMATR01 REPLACING MATRICULA-RECORD BY REG-MATRICULA.
      *-----> FREQUENCIA POR RA + PERIODO + DISCIPLINA (VSAM)
       FD  FREQ-ALUNOS
           RECORDING MODE IS F.
       COPY CGFREQ01 REPLACING FREQUENCIA-RECORD BY REG-FREQUENCIA.
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
      *-----> ESTOQUE DE LOTES (VSAM/INDEXADO PELA CHAVE DO LOTE)
       FD  ESTOQUE-LOTES
           RECORDING MODE IS F.
       COPY CGLOTE01 REPLACING LOTE-RECORD BY REG-ESTOQUE-LOTE.
      *-----> REGISTRO DE VENDAS DO DIA GRAVADO PELO CGPRG004 E
      *       ACRESCIDO DAS REVERSOES DO CGPRG027
       FD  REG-VENDAS-DIA
           RECORDING MODE IS F.
       01  REG-VENDA-ENT             PIC X(80).
       01  REG-VENDA-TOTAIS REDEFINES REG-VENDA-ENT.
           05 RV-TOT-LITERAL      PIC X(20).
           05 FILLER              PIC X(60).
      *-----> RELATORIO DAS OCORRENCIAS DA AUDITORIA
       FD  REL-AUDITORIA
           RECORDING MODE IS F.
       01  REG-REL-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-MATRIC-STATUS       PIC X(02).
       77  WS-FREQ-STATUS         PIC X(02).
       77  WS-HIST-STATUS         PIC X(02).
       77  WS-ESTOQUE-STATUS      PIC X(02).
       77  WS-VENDAS-STATUS       PIC X(02).
       77  WS-FIM                 PIC X(01).
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
      *-----> REGVEND AUSENTE (DIA SEM PRECIFICACAO OU JA
      *       ARQUIVADO PELO CGARQDIA) DISPENSA A CONFERENCIA DE
      *       LOTES - SO A PARTE ACADEMICA RODA
       77  WS-VENDAS-DISPONIVEL   PIC X(01) VALUE 'N'.
       77  WS-CTLIDOS             PIC 9(06) VALUE ZEROS.
       77  WS-CTOCORRENCIAS       PIC 9(06) VALUE ZEROS.
       77  WS-CLASSE              PIC 9(01).
       77  WS-K                   PIC 9(01) COMP.
      *-----> CLASSES DE OCORRENCIA - 1 A 5 ORFAOS ACADEMICOS (RC=4),
      *       6 A 8 DIVERGENCIAS DE LOTE (RC=8). O NUMERO DA CLASSE
      *       E O EVENTO GRAVADO NO CTRLLOG COM A CONTAGEM
       01  WS-CLASSES-AREA.
           05 FILLER              PIC X(26) VALUE
                                   'MATRICULA SEM ALUNO'.
           05 FILLER              PIC X(26) VALUE
                                   'FREQUENCIA SEM ALUNO'.
           05 FILLER              PIC X(26) VALUE
                                   'FREQUENCIA SEM MATRICULA'.
           05 FILLER              PIC X(26) VALUE
                                   'NOTA SEM ALUNO'.
           05 FILLER              PIC X(26) VALUE
                                   'NOTA SEM MATRICULA'.
           05 FILLER              PIC X(26) VALUE
                                   'LOTE CANCELADO SEM ESTORNO'.
           05 FILLER              PIC X(26) VALUE
                                   'LOTE FORA DO ESTOQUE'.
           05 FILLER              PIC X(26) VALUE
                                   'ESTORNO SEM CANCELAMENTO'.
       01  WS-CLASSES-TAB REDEFINES WS-CLASSES-AREA.
           05 WS-CLS-DESCR        PIC X(26) OCCURS 8 TIMES.
       01  WS-CONTAGENS-AREA.
           05 WS-CLS-QTD          PIC 9(06) OCCURS 8 TIMES.
      *-----> DETALHES DO REGVEND EM MEMORIA, NA ORDEM DO ARQUIVO,
      *       COM A MARCA DOS ORIGINAIS JA CONSUMIDOS POR UMA
      *       REVERSAO (MESMO CASAMENTO DO CGPRG027)
       77  WS-QTD-REGS            PIC 9(03) VALUE ZEROS.
       77  WS-I                   PIC 9(03) COMP.
       77  WS-J                   PIC 9(03) COMP.
       77  WS-ACHOU               PIC 9(03) COMP.
       01  WS-TAB-REGS-AREA.
           05 WS-REGISTRO         OCCURS 300 TIMES PIC X(80).
       01  WS-TAB-MARCAS-AREA.
           05 WS-REG-MARCA        OCCURS 300 TIMES PIC X(01).
      *-----> AREA DE TRABALHO COM O LAYOUT DO DETALHE DO REGVEND
       01  WS-DETALHE.
           05 WD-DPTO             PIC 9(04).
           05 WD-NOME-DPTO        PIC X(15).
           05 WD-CEP              PIC 9(08).
           05 WD-FRENTE           PIC 9(03)V9(02).
           05 WD-COMP             PIC 9(03)V9(02).
           05 WD-VAL-M2           PIC 9(05)V9(02).
           05 WD-VAL-VENDA        PIC 9(08)V9(02).
           05 WD-COMISSAO         PIC 9(07)V9(02).
           05 WD-MENSAGEM         PIC X(12).
           05 FILLER              PIC X(05).
       01  WS-LOTE-BUSCA.
           05 WS-LB-DPTO          PIC 9(04).
           05 WS-LB-CEP           PIC 9(08).
           05 WS-LB-FRENTE        PIC 9(03)V9(02).
           05 WS-LB-COMP          PIC 9(03)V9(02).
      *-----> CHAVES OFENSORAS NO FORMATO DO RELATORIO
       01  WS-CHAVE-ACADEMICA.
           05 WS-CA-RA            PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CA-TERMO         PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CA-DISC          PIC X(08).
           05 FILLER              PIC X(17) VALUE SPACES.
       01  WS-CHAVE-LOTE.
           05 FILLER              PIC X(06) VALUE 'DEPTO '.
           05 WS-CL-DPTO          PIC 9(04).
           05 FILLER              PIC X(05) VALUE ' CEP '.
           05 WS-CL-CEP           PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CL-FRENTE        PIC ZZ9,99.
           05 FILLER              PIC X(03) VALUE ' X '.
           05 WS-CL-COMP          PIC ZZ9,99.
           05 FILLER              PIC X(06) VALUE SPACES.
       01  WS-LIN-OCORRENCIA.
           05 WS-LO-DESCR         PIC X(26).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LO-CHAVE         PIC X(45).
           05 FILLER              PIC X(08) VALUE SPACES.
       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(08) VALUE 'CLASSE '.
           05 WS-LT-CLASSE        PIC 9(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LT-DESCR         PIC X(26).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LT-QTD           PIC ZZZ.ZZ9.
           05 FILLER              PIC X(36) VALUE SPACES.
       01  WS-LIN-CABEC.
           05 FILLER              PIC X(38) VALUE
                             'AUDITORIA DE INTEGRIDADE REFERENCIAL -'.
           05 FILLER              PIC X(14) VALUE
                                   ' MOVIMENTO DE '.
           05 WS-LC-DATA          PIC 9(08).
           05 FILLER              PIC X(20) VALUE SPACES.
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA        PIC X(08) VALUE 'CGPRG052'.
           05 WS-LOG-EVENTO          PIC X(01).
           05 WS-LOG-QTD-REGS        PIC 9(06).
           05 WS-LOG-COD-RETORNO     PIC 99.

       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 020-AUDITAR-MATRICULAS
           PERFORM 030-AUDITAR-FREQUENCIAS
           PERFORM 035-AUDITAR-NOTAS
           IF WS-VENDAS-DISPONIVEL = 'S'
               PERFORM 040-AUDITAR-LOTES
           END-IF
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 52 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "AUDITORIA DE INTEGRIDADE REFERENCIAL"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA

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
           OPEN INPUT FREQ-ALUNOS
           IF WS-FREQ-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR A FREQUENCIA - STATUS '
                       WS-FREQ-STATUS ' **'
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
           OPEN INPUT ESTOQUE-LOTES
           IF WS-ESTOQUE-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O ESTOQUE DE LOTES - '
                       'STATUS ' WS-ESTOQUE-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REG-VENDAS-DIA
           IF WS-VENDAS-STATUS = '00'
               MOVE 'S' TO WS-VENDAS-DISPONIVEL
           ELSE
               DISPLAY '** REGVEND INDISPONIVEL - STATUS '
                       WS-VENDAS-STATUS ' - LOTES NAO CONFERIDOS **'
           END-IF
           OPEN OUTPUT REL-AUDITORIA

           MOVE ZEROS   TO WS-CONTAGENS-AREA
           MOVE AS-DATA TO WS-LC-DATA
           WRITE REG-REL-LINHA FROM WS-LIN-CABEC
           WRITE REG-REL-LINHA FROM AS-HIFENS

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS
           .
      *--------------------------------------------------------------*
      *    MATRICULA CUJO RA NAO EXISTE MAIS NO ALUNO-MESTRE         *
      *--------------------------------------------------------------*
       020-AUDITAR-MATRICULAS.

           MOVE 'N' TO WS-FIM
           PERFORM UNTIL WS-FIM = 'S'
               READ MATRICULAS NEXT
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       ADD 1 TO WS-CTLIDOS
                       MOVE MAT-RA TO STUD-RA
                       READ ALUNO-MESTRE
                           INVALID KEY
                               MOVE MAT-RA    TO WS-CA-RA
                               MOVE MAT-TERMO TO WS-CA-TERMO
                               MOVE MAT-DISC  TO WS-CA-DISC
                               MOVE WS-CHAVE-ACADEMICA
                                              TO WS-LO-CHAVE
                               MOVE 1 TO WS-CLASSE
                               PERFORM 048-REPORTAR-OCORRENCIA
                       END-READ
               END-READ
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    FREQUENCIA SEM ALUNO OU SEM A MATRICULA CORRESPONDENTE    *
      *--------------------------------------------------------------*
       030-AUDITAR-FREQUENCIAS.

           MOVE 'N' TO WS-FIM
           PERFORM UNTIL WS-FIM = 'S'
               READ FREQ-ALUNOS NEXT
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       ADD 1 TO WS-CTLIDOS
                       MOVE FRQ-RA    TO WS-CA-RA
                       MOVE FRQ-TERMO TO WS-CA-TERMO
                       MOVE FRQ-DISC  TO WS-CA-DISC
                       MOVE WS-CHAVE-ACADEMICA TO WS-LO-CHAVE
                       MOVE 2 TO WS-CLASSE
                       PERFORM 045-CONFERIR-ALUNO-MATRICULA
               END-READ
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    NOTA SEM ALUNO OU SEM A MATRICULA CORRESPONDENTE          *
      *--------------------------------------------------------------*
       035-AUDITAR-NOTAS.

           MOVE 'N' TO WS-FIM
           PERFORM UNTIL WS-FIM = 'S'
               READ HIST-NOTAS NEXT
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       ADD 1 TO WS-CTLIDOS
                       MOVE HIST-RA    TO WS-CA-RA
                       MOVE HIST-TERMO TO WS-CA-TERMO
                       MOVE HIST-DISC  TO WS-CA-DISC
                       MOVE WS-CHAVE-ACADEMICA TO WS-LO-CHAVE
                       MOVE 4 TO WS-CLASSE
                       PERFORM 045-CONFERIR-ALUNO-MATRICULA
               END-READ
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    CONFERIR O RA NO MESTRE E A CHAVE NA MATRICULA - WS-CLASSE *
      *    CHEGA COM A CLASSE "SEM ALUNO" E A SEGUINTE E A CLASSE    *
      *    "SEM MATRICULA" DO MESMO ARQUIVO                          *
      *--------------------------------------------------------------*
       045-CONFERIR-ALUNO-MATRICULA.

      *-----> ALUNO EXCLUIDO JA EXPLICA A FALTA DA MATRICULA - SO A
      *       1A OCORRENCIA DA CHAVE SAI NO RELATORIO
           MOVE WS-CA-RA TO STUD-RA
           READ ALUNO-MESTRE
               INVALID KEY
                   PERFORM 048-REPORTAR-OCORRENCIA
               NOT INVALID KEY
                   MOVE WS-CA-RA    TO MAT-RA
                   MOVE WS-CA-TERMO TO MAT-TERMO
                   MOVE WS-CA-DISC  TO MAT-DISC
                   READ MATRICULAS KEY IS MAT-CHAVE
                       INVALID KEY
                           ADD 1 TO WS-CLASSE
                           PERFORM 048-REPORTAR-OCORRENCIA
                   END-READ
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONFERIR O REGVEND DO DIA COM O ESTOQUE DE LOTES          *
      *--------------------------------------------------------------*
       040-AUDITAR-LOTES.

           MOVE 'N' TO WS-FIM
           PERFORM UNTIL WS-FIM = 'S'
               READ REG-VENDAS-DIA
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       PERFORM 041-GUARDAR-REGISTRO
               END-READ
           END-PERFORM
           CLOSE REG-VENDAS-DIA

      *-----> CADA REVERSAO CONSOME O SEU ORIGINAL - O QUE SOBRA SEM
      *       MARCA E DETALHE AINDA VALENDO NO FINANCEIRO
           PERFORM 042-CASAR-REVERSAO
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-QTD-REGS
           PERFORM 044-CONFERIR-DETALHE
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-QTD-REGS
           .
       041-GUARDAR-REGISTRO.

           IF RV-TOT-LITERAL NOT = 'TOTAL DO DIA'
               IF WS-QTD-REGS < 300
                   ADD 1 TO WS-QTD-REGS
                   ADD 1 TO WS-CTLIDOS
                   MOVE REG-VENDA-ENT TO WS-REGISTRO(WS-QTD-REGS)
                   MOVE SPACE         TO WS-REG-MARCA(WS-QTD-REGS)
               ELSE
                   DISPLAY '** TABELA DE DETALHES CHEIA - '
                           'AUDITORIA DE LOTES INTERROMPIDA **'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
       042-CASAR-REVERSAO.

           MOVE WS-REGISTRO(WS-J) TO WS-DETALHE
           IF WD-MENSAGEM = 'ESTORNO'
               MOVE WD-DPTO   TO WS-LB-DPTO
               MOVE WD-CEP    TO WS-LB-CEP
               MOVE WD-FRENTE TO WS-LB-FRENTE
               MOVE WD-COMP   TO WS-LB-COMP
               MOVE ZEROS TO WS-ACHOU
               PERFORM 043-COMPARAR-LOTE
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-REGS OR WS-ACHOU NOT = ZEROS
               IF WS-ACHOU NOT = ZEROS
                   MOVE 'E' TO WS-REG-MARCA(WS-ACHOU)
               END-IF
           END-IF
           .
       043-COMPARAR-LOTE.

           MOVE WS-REGISTRO(WS-I) TO WS-DETALHE
           IF WD-DPTO = WS-LB-DPTO
              AND WD-CEP = WS-LB-CEP
              AND WD-FRENTE = WS-LB-FRENTE
              AND WD-COMP = WS-LB-COMP
              AND WD-VAL-M2 NOT = ZEROS
              AND WD-MENSAGEM NOT = 'ESTORNO'
              AND WS-REG-MARCA(WS-I) = SPACE
               MOVE WS-I TO WS-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    DETALHE VALENDO EXIGE LOTE NAO CANCELADO; REVERSAO EXIGE  *
      *    LOTE CANCELADO                                            *
      *--------------------------------------------------------------*
       044-CONFERIR-DETALHE.

           MOVE WS-REGISTRO(WS-J) TO WS-DETALHE
      *-----> LINHA DE LOTE INVALIDO (SEM VALOR DO M2) NAO CHEGOU AO
      *       ESTOQUE NEM AO FINANCEIRO - FICA FORA DA CONFERENCIA
           IF WD-VAL-M2 NOT = ZEROS
               MOVE WD-DPTO   TO LOT-DPTO  WS-CL-DPTO
               MOVE WD-CEP    TO LOT-CEP   WS-CL-CEP
               MOVE WD-FRENTE TO LOT-FRENTE WS-CL-FRENTE
               MOVE WD-COMP   TO LOT-COMP  WS-CL-COMP
               MOVE WS-CHAVE-LOTE TO WS-LO-CHAVE
               READ ESTOQUE-LOTES
                   INVALID KEY
                       MOVE 7 TO WS-CLASSE
                       PERFORM 048-REPORTAR-OCORRENCIA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN WD-MENSAGEM = 'ESTORNO'
                                AND NOT LOT-CANCELADO
                               MOVE 8 TO WS-CLASSE
                               PERFORM 048-REPORTAR-OCORRENCIA
                           WHEN WD-MENSAGEM NOT = 'ESTORNO'
                                AND WS-REG-MARCA(WS-J) = SPACE
                                AND LOT-CANCELADO
                               MOVE 6 TO WS-CLASSE
                               PERFORM 048-REPORTAR-OCORRENCIA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTAR UMA OCORRENCIA E SOMAR NA CLASSE                   *
      *--------------------------------------------------------------*
       048-REPORTAR-OCORRENCIA.

           ADD 1 TO WS-CTOCORRENCIAS
           ADD 1 TO WS-CLS-QTD(WS-CLASSE)
           MOVE WS-CLS-DESCR(WS-CLASSE) TO WS-LO-DESCR
           WRITE REG-REL-LINHA FROM WS-LIN-OCORRENCIA
           DISPLAY WS-LIN-OCORRENCIA
           .
      *--------------------------------------------------------------*
      *    TOTAL POR CLASSE NO RELATORIO E NO CTRLLOG                *
      *--------------------------------------------------------------*
       049-TOTALIZAR-CLASSE.

           MOVE WS-K               TO WS-LT-CLASSE
           MOVE WS-CLS-DESCR(WS-K) TO WS-LT-DESCR
           MOVE WS-CLS-QTD(WS-K)   TO WS-LT-QTD
           WRITE REG-REL-LINHA FROM WS-LIN-TOTAL
           DISPLAY WS-LIN-TOTAL

           MOVE WS-K               TO WS-CLASSE
           MOVE WS-CLASSE          TO WS-LOG-EVENTO
           MOVE WS-CLS-QTD(WS-K)   TO WS-LOG-QTD-REGS
           MOVE ZEROS              TO WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           WRITE REG-REL-LINHA FROM AS-HIFENS
           DISPLAY AS-HIFENS
           PERFORM 049-TOTALIZAR-CLASSE
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > 8

           CLOSE ALUNO-MESTRE
           CLOSE MATRICULAS
           CLOSE FREQ-ALUNOS
           CLOSE HIST-NOTAS
           CLOSE ESTOQUE-LOTES
           CLOSE REL-AUDITORIA
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "REGISTROS AUDITADOS.....: " WS-CTLIDOS
           DISPLAY "OCORRENCIAS.............: " WS-CTOCORRENCIAS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG052"

           MOVE 'T'            TO WS-LOG-EVENTO
           MOVE WS-CTLIDOS     TO WS-LOG-QTD-REGS
           MOVE ZEROS          TO WS-LOG-COD-RETORNO
           IF WS-CTOCORRENCIAS NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           IF WS-CLS-QTD(6) NOT = ZEROS
              OR WS-CLS-QTD(7) NOT = ZEROS
              OR WS-CLS-QTD(8) NOT = ZEROS
               MOVE 08 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
           MOVE WS-LOG-COD-RETORNO TO RETURN-CODE
           .
      *---------------> FIM DO PROGRAMA CGPRG052 <-------------------*
