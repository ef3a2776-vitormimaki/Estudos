       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG051.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: REVISAO DE NOTAS JA LANCADAS NO HISTORICO           *
      *           (HISTNOTA) - CADA TRANSACAO DA SYSIN TRAZ RA +     *
      *           PERIODO + DISCIPLINA, AS NOVAS NOTA1/NOTA2 E O     *
      *           NUMERO DO PROCESSO QUE AUTORIZOU A REVISAO. MEDIA  *
      *           E SITUACAO SAO REFEITAS COM AS MESMAS REGRAS DO    *
      *           CGPRG003 (032-APURAR-MEDIA E 033-VERIFICAR-        *
      *           FREQUENCIA) E AS IMAGENS ANTES/DEPOIS VAO PARA O   *
      *           JORNAL DE REVISOES (JRNREV). SE O PERIODO REVISADO *
      *           FOR O ULTIMO FECHADO PELO CGPRG023 (PERFECH), O    *
      *           PADRAO ACADEMICO DO ALUNO E REFEITO COM AS REGRAS  *
      *           DO FECHAMENTO E TODA MUDANCA SAI NO RELREVIS.      *
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
           SELECT HIST-NOTAS ASSIGN TO HISTNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ALUNO-MESTRE ASSIGN TO ALUNOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUD-RA
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT FREQ-ALUNOS ASSIGN TO FREQALU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS WS-FREQ-STATUS.
           SELECT PERIODOS-FECHADOS ASSIGN TO PERFECH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERFECH-STATUS.
           SELECT ARQ-JORNAL ASSIGN TO JRNREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.
           SELECT REL-REVISAO ASSIGN TO RELREVIS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> HISTORICO DE NOTAS POR ALUNO (VSAM/INDEXADO POR
      *       RA + PERIODO + DISCIPLINA), GRAVADO PELO CGPRG003 -
      *       AQUI ABERTO EM I-O PARA REGRAVAR A NOTA REVISADA
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
      *-----> CADASTRO-MESTRE DE ALUNOS - AQUI ABERTO EM I-O PARA
      *       REGRAVAR O PADRAO ACADEMICO DE PERIODO JA FECHADO
       FD  ALUNO-MESTRE
           RECORDING MODE IS F.
       COPY CGSTUD01 REPLACING STUDENT-RECORD BY REG-ALUNO-MESTRE.
      *-----> FREQUENCIA POR RA + PERIODO + DISCIPLINA (VSAM),
      *       GRAVADA PELO CGPRG021
       FD  FREQ-ALUNOS
           RECORDING MODE IS F.
       COPY CGFREQ01 REPLACING FREQUENCIA-RECORD BY REG-FREQUENCIA.
      *-----> PERIODOS JA FECHADOS, REGISTRADOS PELO CGPRG023
       FD  PERIODOS-FECHADOS
           RECORDING MODE IS F.
       01  REG-PERIODO-FECHADO.
           05 PFC-TERMO              PIC 9(05).
           05 PFC-DATA               PIC 9(08).
           05 PFC-QTD-ALUNOS         PIC 9(06).
           05 FILLER                 PIC X(61).
      *-----> JORNAL DE REVISOES: IMAGEM DO HISTORICO ANTES E
      *       DEPOIS DE CADA REVISAO, COM O PROCESSO AUTORIZADOR
       FD  ARQ-JORNAL
           RECORDING MODE IS F.
       01  REG-JORNAL.
           05 JRN-DATA               PIC 9(08).
           05 JRN-HORA               PIC 9(06).
           05 JRN-PROCESSO           PIC X(15).
           05 JRN-IMAGEM-ANTES       PIC X(80).
           05 JRN-IMAGEM-DEPOIS      PIC X(80).
           05 FILLER                 PIC X(11).
      *-----> RELATORIO DAS REVISOES E DOS PADROES ALTERADOS
       FD  REL-REVISAO
           RECORDING MODE IS F.
       01  REG-REL-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-HIST-STATUS         PIC X(02).
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-FREQ-STATUS         PIC X(02).
       77  WS-PERFECH-STATUS      PIC X(02).
       77  WS-JORNAL-STATUS       PIC X(02).
      *-----> FREQUENCIA DISPONIVEL NO RUN - SEM O ARQUIVO A MEDIA
      *       SEGUE VALENDO SOZINHA (MESMA REGRA DO CGPRG003)
       77  WS-FREQ-DISPONIVEL     PIC X(01) VALUE 'N'.
       77  AS-LIMITE-PRESENCA     PIC 9(03)V99 VALUE 75,00.
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  WS-PERFECH-FIM         PIC X(01) VALUE 'N'.
       77  WS-HIST-FIM            PIC X(01).
       77  AS-DATA                PIC 9(08).
       77  AS-HORA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  WS-CTREVISADAS         PIC 9(04) VALUE ZEROS.
       77  WS-CTREJEITADAS        PIC 9(04) VALUE ZEROS.
       77  WS-CTPADROES           PIC 9(04) VALUE ZEROS.
      *-----> ULTIMO PERIODO FECHADO PELO CGPRG023 - O PADRAO DO
      *       MESTRE SO REFLETE ESSE PERIODO (ZEROS = NENHUM)
       77  AS-ULTIMO-FECHADO      PIC 9(05) VALUE ZEROS.
      *-----> VALIDACAO DE CAMPOS DA TRANSACAO
       77  WS-TRAN-VALIDA         PIC X(01) VALUE 'S'.
       77  WS-COD-MOTIVO          PIC 99.
       77  WS-MOTIVO-REJ          PIC X(20).
       77  WS-ALUNO-OK            PIC X(01).
       77  WS-HIST-OK             PIC X(01).
      *-----> APURACAO DA NOTA REVISADA (REGRAS DO CGPRG003)
       77  AS-N1                  PIC 99V99.
       77  AS-N2                  PIC 99V99.
       77  AS-MED                 PIC 99V99.
       77  WS-SITUACAO            PIC X(11).
       01  WS-IMAGEM-ANTES        PIC X(80).
       01  WS-IMAGEM-DEPOIS       PIC X(80).
      *-----> APURACAO DO PADRAO (REGRAS DO CGPRG023 042)
       77  AS-QTD-REPROV          PIC 9(02).
       77  AS-QTD-RECUP           PIC 9(02).
       77  WS-PADRAO-ANTES        PIC X(01).
       77  WS-PADRAO-NOVO         PIC X(01).
      *-----> TRANSACAO DE REVISAO RECEBIDA VIA SYSIN
       01  WS-REG-SYSIN.
           05 TRAN-RA                PIC X(13).
           05 TRAN-TERMO             PIC 9(05).
           05 TRAN-DISC              PIC X(08).
           05 TRAN-NOTA1             PIC 9(02)V99.
           05 TRAN-NOTA2             PIC 9(02)V99.
           05 TRAN-PROCESSO          PIC X(15).
      *-----> CARTOES DE CONTROLE DO DECK: CABECALHO 'H*' (DATA E
      *       ORIGEM DO DECK) E TRAILER 'T*' (QUANTIDADE ESPERADA
      *       DE CARTOES APOS O CABECALHO). DECK SEM CABECALHO/
      *       TRAILER OU COM CONTAGEM ERRADA ENCERRA O PASSO COM
      *       RC=8 E EVENTO NO CTRLLOG - MEIO DECK NUNCA MAIS
      *       PROCESSA COMO SE ESTIVESSE COMPLETO
       77  WS-TEM-CABECALHO       PIC X(01) VALUE 'N'.
       77  WS-TEM-TRAILER         PIC X(01) VALUE 'N'.
       77  WS-CARTAO-DADOS        PIC X(01).
       77  WS-CTCARTOES           PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ESPERADA        PIC 9(06) VALUE ZEROS.
       77  WS-DECK-ERRO           PIC X(01) VALUE 'N'.
       01  WS-CARTAO-IMAGEM.
           05 WS-CI-TIPO          PIC X(02).
           05 WS-CI-DATA          PIC 9(08).
           05 WS-CI-ORIGEM        PIC X(10).
           05 FILLER              PIC X(60).
       01  WS-CARTAO-TRAILER REDEFINES WS-CARTAO-IMAGEM.
           05 FILLER              PIC X(02).
           05 WS-CT-QTD           PIC 9(06).
           05 FILLER              PIC X(72).
      *-----> LINHAS DO RELATORIO
       01  WS-LIN-REVISAO.
           05 WS-LR-RA            PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LR-TERMO         PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LR-DISC          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LR-MEDIA-ANTES   PIC Z9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LR-SIT-ANTES     PIC X(11).
           05 FILLER              PIC X(03) VALUE ' > '.
           05 WS-LR-MEDIA-DEPOIS  PIC Z9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LR-SIT-DEPOIS    PIC X(11).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LR-PROCESSO      PIC X(13).
       01  WS-LIN-PADRAO.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(17) VALUE
                                   'PADRAO ACADEMICO '.
           05 WS-LP-RA            PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LP-NOME          PIC X(25).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LP-ANTES         PIC X(01).
           05 FILLER              PIC X(04) VALUE ' -> '.
           05 WS-LP-NOVO          PIC X(01).
           05 FILLER              PIC X(14) VALUE SPACES.
      *-----> PARAMETROS TROCADOS COM O REJEITOR COMUM (CGPRG010)
       01  WS-REJ-PARMS.
           05 WS-REJ-PROGRAMA        PIC X(08) VALUE 'CGPRG051'.
           05 WS-REJ-COD-MOTIVO      PIC 99.
           05 WS-REJ-DESCR-MOTIVO    PIC X(20).
           05 WS-REJ-DADO-ORIGINAL   PIC X(60).
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA        PIC X(08) VALUE 'CGPRG051'.
           05 WS-LOG-EVENTO          PIC X(01).
           05 WS-LOG-QTD-REGS        PIC 9(06).
           05 WS-LOG-COD-RETORNO     PIC 99.

       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 51 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "REVISAO DE NOTAS DO HISTORICO"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA

           OPEN I-O HIST-NOTAS
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O HISTORICO DE NOTAS - '
                       'STATUS ' WS-HIST-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ALUNO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O ALUNO-MESTRE - STATUS '
                       WS-MESTRE-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FREQ-ALUNOS
           IF WS-FREQ-STATUS = '00'
               MOVE 'S' TO WS-FREQ-DISPONIVEL
           ELSE
               DISPLAY '** FREQUENCIA INDISPONIVEL - STATUS '
                       WS-FREQ-STATUS ' - SITUACAO SO PELA MEDIA **'
           END-IF
           PERFORM 015-LER-PERIODOS-FECHADOS
           OPEN EXTEND ARQ-JORNAL
           IF WS-JORNAL-STATUS = '35'
               OPEN OUTPUT ARQ-JORNAL
           END-IF
           OPEN OUTPUT REL-REVISAO

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O ULTIMO PERIODO FECHADO PELO CGPRG023          *
      *--------------------------------------------------------------*
       015-LER-PERIODOS-FECHADOS.

      *-----> SEM O REGISTRO (NENHUM PERIODO FECHADO AINDA) NENHUM
      *       PADRAO ACADEMICO E REFEITO
           OPEN INPUT PERIODOS-FECHADOS
           IF WS-PERFECH-STATUS NOT = '00'
               DISPLAY '** PERFECH INDISPONIVEL - STATUS '
                       WS-PERFECH-STATUS ' - PADRAO NAO REFEITO **'
           ELSE
               PERFORM UNTIL WS-PERFECH-FIM = 'S'
                   READ PERIODOS-FECHADOS
                       AT END
                           MOVE 'S' TO WS-PERFECH-FIM
                       NOT AT END
                           IF PFC-TERMO > AS-ULTIMO-FECHADO
                               MOVE PFC-TERMO TO AS-ULTIMO-FECHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FECHADOS
           END-IF
           DISPLAY 'ULTIMO PERIODO FECHADO: ' AS-ULTIMO-FECHADO
           .
      *--------------------------------------------------------------*
      *    LEITURA DADOS DA SYSIN                                    *
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           MOVE 'N' TO WS-CARTAO-DADOS
           PERFORM UNTIL WS-CARTAO-DADOS = 'S' OR WS-FIM = 'S'
               ACCEPT WS-CARTAO-IMAGEM FROM SYSIN
               PERFORM 024-CLASSIFICAR-CARTAO
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    CLASSIFICAR UM CARTAO DO DECK (CONTROLE OU DADOS)         *
      *--------------------------------------------------------------*
       024-CLASSIFICAR-CARTAO.

           EVALUATE TRUE
               WHEN WS-CARTAO-IMAGEM = ALL '9'
                   MOVE 'S' TO WS-FIM
                   PERFORM 026-CONFERIR-DECK
               WHEN WS-CI-TIPO = 'H*'
                   MOVE 'S'   TO WS-TEM-CABECALHO
                   MOVE ZEROS TO WS-CTCARTOES
                   DISPLAY 'DECK DE ' WS-CI-ORIGEM ' DATADO DE '
                           WS-CI-DATA
               WHEN WS-CI-TIPO = 'T*'
                   MOVE 'S'       TO WS-TEM-TRAILER
                   MOVE WS-CT-QTD TO WS-QTD-ESPERADA
               WHEN OTHER
                   MOVE 'S' TO WS-CARTAO-DADOS
                   MOVE WS-CARTAO-IMAGEM TO WS-REG-SYSIN
      *-----------> A CONTAGEM DO TRAILER COBRE OS CARTOES APOS O
      *             CABECALHO - RE-ALIMENTACOES CONCATENADAS NA
      *             FRENTE DO DECK FICAM FORA DA CONFERENCIA
                   IF WS-TEM-CABECALHO = 'S'
                       ADD 1 TO WS-CTCARTOES
                   END-IF
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CONFERIR CABECALHO E TRAILER NO FIM DO DECK               *
      *--------------------------------------------------------------*
       026-CONFERIR-DECK.

           EVALUATE TRUE
               WHEN WS-TEM-CABECALHO = 'N'
                   MOVE 'S' TO WS-DECK-ERRO
                   DISPLAY '** DECK SEM CARTAO DE CABECALHO **'
               WHEN WS-TEM-TRAILER = 'N'
                   MOVE 'S' TO WS-DECK-ERRO
                   DISPLAY '** DECK SEM CARTAO DE TRAILER **'
               WHEN WS-QTD-ESPERADA NOT = WS-CTCARTOES
                   MOVE 'S' TO WS-DECK-ERRO
                   DISPLAY '** TRAILER ACUSA ' WS-QTD-ESPERADA
                           ' CARTAO(ES) E O DECK TROUXE '
                           WS-CTCARTOES ' **'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UMA TRANSACAO DE REVISAO                        *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 028-VALIDAR-CAMPOS

           IF WS-TRAN-VALIDA = 'N'
               PERFORM 029-REJEITAR-TRANSACAO
           ELSE
               PERFORM 032-REVISAR-NOTA
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CRITICAR OS CAMPOS DA TRANSACAO ANTES DE REGRAVAR         *
      *--------------------------------------------------------------*
       028-VALIDAR-CAMPOS.

           MOVE 'S'     TO WS-TRAN-VALIDA
           MOVE 'S'     TO WS-ALUNO-OK
           MOVE TRAN-RA TO STUD-RA
           READ ALUNO-MESTRE
               INVALID KEY
                   MOVE 'N' TO WS-ALUNO-OK
           END-READ

      *-----> A REVISAO SO CORRIGE NOTA JA LANCADA - NOTA QUE NUNCA
      *       ENTROU SEGUE PELO DECK NORMAL DO CGPRG003
           MOVE 'S'        TO WS-HIST-OK
           MOVE TRAN-RA    TO HIST-RA
           MOVE TRAN-TERMO TO HIST-TERMO
           MOVE TRAN-DISC  TO HIST-DISC
           READ HIST-NOTAS
               INVALID KEY
                   MOVE 'N' TO WS-HIST-OK
           END-READ

      *-----> EVALUATE TRUE SO REGISTRA O MOTIVO DA 1A REGRA QUE
      *       FALHAR - SENAO UMA FALHA POSTERIOR SOBRESCREVERIA O
      *       MOTIVO JA GRAVADO E O REJEITOR (CGPRG010) PERDERIA A
      *       CAUSA REAL DA 1A REGRA VIOLADA
           EVALUATE TRUE
               WHEN WS-ALUNO-OK = 'N'
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 01  TO WS-COD-MOTIVO
                   MOVE 'RA NAO CADASTRADO' TO WS-MOTIVO-REJ
               WHEN TRAN-TERMO NOT NUMERIC OR TRAN-TERMO = ZEROS
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 02  TO WS-COD-MOTIVO
                   MOVE 'TERMO INVALIDO' TO WS-MOTIVO-REJ
               WHEN TRAN-NOTA1 NOT NUMERIC OR TRAN-NOTA1 > 10
                    OR TRAN-NOTA2 NOT NUMERIC OR TRAN-NOTA2 > 10
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 03  TO WS-COD-MOTIVO
                   MOVE 'NOTA INVALIDA' TO WS-MOTIVO-REJ
               WHEN TRAN-PROCESSO = SPACES
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 04  TO WS-COD-MOTIVO
                   MOVE 'PROCESSO EM BRANCO' TO WS-MOTIVO-REJ
               WHEN WS-HIST-OK = 'N'
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 05  TO WS-COD-MOTIVO
                   MOVE 'NOTA NAO LANCADA' TO WS-MOTIVO-REJ
               WHEN TRAN-NOTA1 = HIST-NOTA1
                    AND TRAN-NOTA2 = HIST-NOTA2
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 06  TO WS-COD-MOTIVO
                   MOVE 'NOTAS INALTERADAS' TO WS-MOTIVO-REJ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ENVIAR A TRANSACAO REJEITADA AO REJEITOR COMUM            *
      *--------------------------------------------------------------*
       029-REJEITAR-TRANSACAO.

           ADD 1 TO WS-CTREJEITADAS
           DISPLAY '** REVISAO RA ' TRAN-RA ' DISC ' TRAN-DISC
                   ' REJEITADA: ' WS-MOTIVO-REJ
           MOVE WS-COD-MOTIVO    TO WS-REJ-COD-MOTIVO
           MOVE WS-MOTIVO-REJ    TO WS-REJ-DESCR-MOTIVO
           MOVE WS-REG-SYSIN     TO WS-REJ-DADO-ORIGINAL
           CALL 'CGPRG010' USING WS-REJ-PARMS
           .
      *--------------------------------------------------------------*
      *    REFAZER MEDIA E SITUACAO E REGRAVAR O HISTORICO           *
      *--------------------------------------------------------------*
       032-REVISAR-NOTA.

           MOVE REG-HIST-NOTA TO WS-IMAGEM-ANTES
           MOVE HIST-MEDIA    TO WS-LR-MEDIA-ANTES
           MOVE HIST-SITUACAO TO WS-LR-SIT-ANTES

      *-----> MESMAS REGRAS DO 032-APURAR-MEDIA DO CGPRG003
           MOVE TRAN-NOTA1 TO AS-N1
           MOVE TRAN-NOTA2 TO AS-N2
           COMPUTE AS-MED = (AS-N1 + AS-N2) / 2
           EVALUATE TRUE
               WHEN AS-MED >= 7
                   MOVE 'APROVADO'    TO WS-SITUACAO
               WHEN AS-MED >= 5
                   MOVE 'RECUPERACAO' TO WS-SITUACAO
               WHEN OTHER
                   MOVE 'REPROVADO'   TO WS-SITUACAO
           END-EVALUATE
           PERFORM 033-VERIFICAR-FREQUENCIA

           MOVE AS-N1       TO HIST-NOTA1
           MOVE AS-N2       TO HIST-NOTA2
           MOVE AS-MED      TO HIST-MEDIA
           MOVE WS-SITUACAO TO HIST-SITUACAO
           MOVE AS-DATA     TO HIST-DATA
           REWRITE REG-HIST-NOTA
               INVALID KEY
                   ADD 1 TO WS-CTREJEITADAS
                   DISPLAY '** ERRO AO REGRAVAR HISTORICO RA '
                           TRAN-RA ' DISC ' TRAN-DISC ' **'
               NOT INVALID KEY
                   ADD 1 TO WS-CTREVISADAS
                   MOVE REG-HIST-NOTA TO WS-IMAGEM-DEPOIS
                   PERFORM 038-GRAVAR-JORNAL
                   PERFORM 039-IMPRIMIR-REVISAO
                   IF TRAN-TERMO = AS-ULTIMO-FECHADO
                       PERFORM 040-REFAZER-PADRAO
                   END-IF
           END-REWRITE
           .
      *--------------------------------------------------------------*
      *    CONSULTAR A FREQUENCIA: PRESENCA ABAIXO DO LIMITE        *
      *    REPROVA POR FALTA INDEPENDENTE DA MEDIA                  *
      *--------------------------------------------------------------*
       033-VERIFICAR-FREQUENCIA.

      *-----> SEM REGISTRO DE FREQUENCIA PARA RA + PERIODO +
      *       DISCIPLINA A SITUACAO PELA MEDIA PERMANECE - A
      *       REPROVACAO POR FALTA SO VALE COM PRESENCA APURADA
           IF WS-FREQ-DISPONIVEL = 'S'
               MOVE TRAN-RA    TO FRQ-RA
               MOVE TRAN-TERMO TO FRQ-TERMO
               MOVE TRAN-DISC  TO FRQ-DISC
               READ FREQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FRQ-PCT-PRESENCA < AS-LIMITE-PRESENCA
                           MOVE 'REPROVFALTA' TO WS-SITUACAO
                       END-IF
               END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO JORNAL A IMAGEM ANTES/DEPOIS DA REVISAO         *
      *--------------------------------------------------------------*
       038-GRAVAR-JORNAL.

           ACCEPT AS-HORA FROM TIME
           MOVE SPACES           TO REG-JORNAL
           MOVE AS-DATA          TO JRN-DATA
           MOVE AS-HORA(1:6)     TO JRN-HORA
           MOVE TRAN-PROCESSO    TO JRN-PROCESSO
           MOVE WS-IMAGEM-ANTES  TO JRN-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS TO JRN-IMAGEM-DEPOIS
           WRITE REG-JORNAL
           .
       039-IMPRIMIR-REVISAO.

           MOVE TRAN-RA       TO WS-LR-RA
           MOVE TRAN-TERMO    TO WS-LR-TERMO
           MOVE TRAN-DISC     TO WS-LR-DISC
           MOVE HIST-MEDIA    TO WS-LR-MEDIA-DEPOIS
           MOVE HIST-SITUACAO TO WS-LR-SIT-DEPOIS
           MOVE TRAN-PROCESSO TO WS-LR-PROCESSO
           WRITE REG-REL-LINHA FROM WS-LIN-REVISAO
           DISPLAY WS-LIN-REVISAO
           .
      *--------------------------------------------------------------*
      *    PERIODO JA FECHADO: REFAZER O PADRAO ACADEMICO DO ALUNO   *
      *    COM AS REGRAS DO FECHAMENTO (CGPRG023 042)                *
      *--------------------------------------------------------------*
       040-REFAZER-PADRAO.

           MOVE ZEROS      TO AS-QTD-REPROV
           MOVE ZEROS      TO AS-QTD-RECUP
           MOVE TRAN-RA    TO HIST-RA
           MOVE TRAN-TERMO TO HIST-TERMO
           MOVE SPACES     TO HIST-DISC
           MOVE 'N'        TO WS-HIST-FIM
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
                          OR HIST-TERMO NOT = TRAN-TERMO
                           MOVE 'S' TO WS-HIST-FIM
                       ELSE
                           IF HIST-SITUACAO = 'REPROVADO'
                              OR HIST-SITUACAO = 'REPROVFALTA'
                               ADD 1 TO AS-QTD-REPROV
                           END-IF
                           IF HIST-SITUACAO = 'RECUPERACAO'
                               ADD 1 TO AS-QTD-RECUP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN AS-QTD-REPROV >= 2
                   MOVE 'P' TO WS-PADRAO-NOVO
               WHEN AS-QTD-REPROV = ZEROS
                    AND AS-QTD-RECUP = ZEROS
                   MOVE 'E' TO WS-PADRAO-NOVO
               WHEN OTHER
                   MOVE 'R' TO WS-PADRAO-NOVO
           END-EVALUATE

      *-----> O ALUNO FOI LIDO NA CRITICA - O REGISTRO CONTINUA NA
      *       AREA DO MESTRE PARA O REWRITE
           MOVE STUD-PADRAO-ACAD TO WS-PADRAO-ANTES
           IF WS-PADRAO-NOVO NOT = WS-PADRAO-ANTES
               MOVE WS-PADRAO-NOVO TO STUD-PADRAO-ACAD
               REWRITE REG-ALUNO-MESTRE
                   INVALID KEY
                       DISPLAY '** ERRO AO REGRAVAR PADRAO DO RA '
                               TRAN-RA ' **'
                   NOT INVALID KEY
                       ADD 1 TO WS-CTPADROES
                       MOVE TRAN-RA         TO WS-LP-RA
                       MOVE STUD-NOME       TO WS-LP-NOME
                       MOVE WS-PADRAO-ANTES TO WS-LP-ANTES
                       MOVE WS-PADRAO-NOVO  TO WS-LP-NOVO
                       WRITE REG-REL-LINHA FROM WS-LIN-PADRAO
                       DISPLAY WS-LIN-PADRAO
               END-REWRITE
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE HIST-NOTAS
           CLOSE ALUNO-MESTRE
           IF WS-FREQ-DISPONIVEL = 'S'
               CLOSE FREQ-ALUNOS
           END-IF
           CLOSE ARQ-JORNAL
           CLOSE REL-REVISAO
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "NOTAS REVISADAS.........: " WS-CTREVISADAS
           DISPLAY "PADROES ALTERADOS.......: " WS-CTPADROES
           DISPLAY "TRANSACOES REJEITADAS...: " WS-CTREJEITADAS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG051"

           MOVE 'T'            TO WS-LOG-EVENTO
           MOVE WS-CTREVISADAS TO WS-LOG-QTD-REGS
           MOVE ZEROS          TO WS-LOG-COD-RETORNO
           IF WS-CTREJEITADAS NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           IF WS-DECK-ERRO = 'S'
               MOVE 08 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
           IF WS-CTREJEITADAS NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DECK-ERRO = 'S'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG051 <-------------------*
