       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG048.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER O CATALOGO DE DISCIPLINAS (ARQUIVO INDEXADO  *
      *           POR CODIGO, COM NOME, CREDITOS E CARGA HORARIA) A  *
      *           PARTIR DE TRANSACOES LIDAS DA SYSIN: INCLUSAO (I), *
      *           ALTERACAO (A) E EXCLUSAO (E) - NOS MOLDES DO       *
      *           CGPRG008, COM JORNAL DE IMAGENS ANTES/DEPOIS. O    *
      *           CATALOGO E CONSULTADO PELA MATRICULA (CGPRG020),   *
      *           NOTAS (CGPRG003), FREQUENCIA (CGPRG021), HISTORICO *
      *           ESCOLAR (CGPRG019) E FORMATURA (CGPRG022).         *
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
           SELECT CAT-DISCIPLINAS ASSIGN TO CATDISC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WS-CATDISC-STATUS.
           SELECT ARQ-JORNAL ASSIGN TO JRNDISC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> CATALOGO DE DISCIPLINAS (VSAM/INDEXADO POR CODIGO)
       FD  CAT-DISCIPLINAS
           RECORDING MODE IS F.
       COPY CGDISC01 REPLACING DISCIPLINA-RECORD BY REG-DISCIPLINA.
      *-----> JORNAL DE MANUTENCAO DO CATALOGO: IMAGEM ANTES E
      *       DEPOIS DE CADA TRANSACAO EFETIVADA, PARA AUDITORIA -
      *       MESMO FORMATO DO JORNAL DO ALUNO-MESTRE (CGPRG008)
       FD  ARQ-JORNAL
           RECORDING MODE IS F.
       01  REG-JORNAL.
           05 JRN-DATA               PIC 9(08).
           05 JRN-HORA               PIC 9(06).
           05 JRN-TRAN-COD           PIC X(01).
           05 JRN-IMAGEM-ANTES       PIC X(60).
           05 JRN-IMAGEM-DEPOIS      PIC X(60).
           05 FILLER                 PIC X(05).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-CATDISC-STATUS         PIC X(02).
       77  WS-JORNAL-STATUS          PIC X(02).
       77  WS-FIM                    PIC X(01) VALUE 'N'.
       77  AS-DATA                   PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
      *-----> HHMMSSCC DIRETO DO ACCEPT FROM TIME - PRECISA SER
      *       NUMERICO PURO PARA QUE (1:6) SEJA HHMMSS NO JORNAL
       77  AS-HORA                   PIC 9(08).
      *-----> IMAGENS DO REGISTRO PARA O JORNAL DE MANUTENCAO
       77  WS-IMAGEM-ANTES           PIC X(60).
       77  WS-IMAGEM-DEPOIS          PIC X(60).
       77  WS-CTINCLUSOES            PIC 9(04) VALUE ZEROS.
       77  WS-CTALTERACOES           PIC 9(04) VALUE ZEROS.
       77  WS-CTEXCLUSOES            PIC 9(04) VALUE ZEROS.
       77  WS-CTREJEITADAS           PIC 9(04) VALUE ZEROS.
       77  AS-HIFENS                 PIC X(80) VALUE ALL '-'.
      *-----> VALIDACAO DE CAMPOS DA TRANSACAO
       77  WS-TRAN-VALIDA            PIC X(01) VALUE 'S'.
       77  WS-COD-MOTIVO             PIC 99.
       77  WS-MOTIVO-REJ             PIC X(20).
      *-----> TRANSACAO DE MANUTENCAO RECEBIDA VIA SYSIN
      *       TRAN-COD: I = INCLUIR, A = ALTERAR, E = EXCLUIR
      *       CARGA HORARIA = TOTAL DE AULAS PREVISTAS NO PERIODO,
      *       MESMA UNIDADE DAS AULAS DADAS DO CGPRG021
       01  WS-REG-SYSIN.
           05 TRAN-COD               PIC X(01).
           05 TRAN-DISC              PIC X(08).
           05 TRAN-NOME              PIC X(30).
           05 TRAN-CREDITOS          PIC 9(02).
           05 TRAN-CARGA-HORARIA     PIC 9(03).
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
      *-----> PARAMETROS TROCADOS COM O REJEITOR COMUM (CGPRG010)
       01  WS-REJ-PARMS.
           05 WS-REJ-PROGRAMA        PIC X(08) VALUE 'CGPRG048'.
           05 WS-REJ-COD-MOTIVO      PIC 99.
           05 WS-REJ-DESCR-MOTIVO    PIC X(20).
           05 WS-REJ-DADO-ORIGINAL   PIC X(60).
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA        PIC X(08) VALUE 'CGPRG048'.
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

           DISPLAY "** PROGRAMA 48 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "MANUTENCAO DO CATALOGO DE DISCIPLINAS"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA

           OPEN I-O CAT-DISCIPLINAS
           IF WS-CATDISC-STATUS = '35'
               CLOSE CAT-DISCIPLINAS
               OPEN OUTPUT CAT-DISCIPLINAS
               CLOSE CAT-DISCIPLINAS
               OPEN I-O CAT-DISCIPLINAS
           END-IF
           OPEN EXTEND ARQ-JORNAL
           IF WS-JORNAL-STATUS = '35'
               OPEN OUTPUT ARQ-JORNAL
           END-IF

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS

           PERFORM 025-LER-SYSIN
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
      *    PROCESSAR UMA TRANSACAO DE MANUTENCAO                     *
      *--------------------------------------------------------------*
       030-PROCESSAR.

      *-----> EXCLUSAO SO PRECISA DO CODIGO - OS DEMAIS CAMPOS DA
      *       TRANSACAO NAO SAO GRAVADOS E NAO PASSAM PELA CRITICA
           MOVE 'S' TO WS-TRAN-VALIDA
           IF TRAN-COD = 'I' OR TRAN-COD = 'A'
               PERFORM 028-VALIDAR-CAMPOS
           END-IF

           IF WS-TRAN-VALIDA = 'N'
               PERFORM 029-REJEITAR-TRANSACAO
           ELSE
               EVALUATE TRAN-COD
                   WHEN 'I'
                       PERFORM 032-INCLUIR
                   WHEN 'A'
                       PERFORM 034-ALTERAR
                   WHEN 'E'
                       PERFORM 036-EXCLUIR
                   WHEN OTHER
                       MOVE 05 TO WS-COD-MOTIVO
                       MOVE 'COD TRANS INVALIDO' TO WS-MOTIVO-REJ
                       PERFORM 029-REJEITAR-TRANSACAO
               END-EVALUATE
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CRITICAR OS CAMPOS DA TRANSACAO ANTES DE GRAVAR           *
      *--------------------------------------------------------------*
       028-VALIDAR-CAMPOS.

      *-----> EVALUATE TRUE SO REGISTRA O MOTIVO DA 1A REGRA QUE
      *       FALHAR - SENAO UMA FALHA POSTERIOR SOBRESCREVERIA O
      *       MOTIVO JA GRAVADO E O REJEITOR (CGPRG010) PERDERIA A
      *       CAUSA REAL DA 1A REGRA VIOLADA
           EVALUATE TRUE
               WHEN TRAN-DISC = SPACES
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 01  TO WS-COD-MOTIVO
                   MOVE 'CODIGO EM BRANCO' TO WS-MOTIVO-REJ
               WHEN TRAN-NOME = SPACES
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 02  TO WS-COD-MOTIVO
                   MOVE 'NOME EM BRANCO' TO WS-MOTIVO-REJ
               WHEN TRAN-CREDITOS NOT NUMERIC
                    OR TRAN-CREDITOS = ZEROS
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 03  TO WS-COD-MOTIVO
                   MOVE 'CREDITOS INVALIDOS' TO WS-MOTIVO-REJ
               WHEN TRAN-CARGA-HORARIA NOT NUMERIC
                    OR TRAN-CARGA-HORARIA = ZEROS
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 04  TO WS-COD-MOTIVO
                   MOVE 'CARGA HORARIA INVAL' TO WS-MOTIVO-REJ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ENVIAR A TRANSACAO REJEITADA AO REJEITOR COMUM            *
      *--------------------------------------------------------------*
       029-REJEITAR-TRANSACAO.

           ADD 1 TO WS-CTREJEITADAS
           DISPLAY '** TRANSACAO DISC ' TRAN-DISC ' COD ' TRAN-COD
                   ' REJEITADA: ' WS-MOTIVO-REJ
           MOVE WS-COD-MOTIVO    TO WS-REJ-COD-MOTIVO
           MOVE WS-MOTIVO-REJ    TO WS-REJ-DESCR-MOTIVO
           MOVE WS-REG-SYSIN     TO WS-REJ-DADO-ORIGINAL
           CALL 'CGPRG010' USING WS-REJ-PARMS
           .
      *--------------------------------------------------------------*
      *    INCLUIR NOVA DISCIPLINA NO CATALOGO                       *
      *--------------------------------------------------------------*
       032-INCLUIR.

           MOVE SPACES             TO WS-IMAGEM-ANTES
           MOVE SPACES             TO REG-DISCIPLINA
           MOVE TRAN-DISC          TO DISC-CODIGO
           MOVE TRAN-NOME          TO DISC-NOME
           MOVE TRAN-CREDITOS      TO DISC-CREDITOS
           MOVE TRAN-CARGA-HORARIA TO DISC-CARGA-HORARIA
           MOVE AS-DATA            TO DISC-DATA-ATUALIZ
           WRITE REG-DISCIPLINA
               INVALID KEY
                   ADD 1 TO WS-CTREJEITADAS
                   DISPLAY '** DISCIPLINA ' TRAN-DISC
                           ' JA CADASTRADA - INCLUSAO REJEITADA **'
               NOT INVALID KEY
                   ADD 1 TO WS-CTINCLUSOES
                   MOVE REG-DISCIPLINA TO WS-IMAGEM-DEPOIS
                   PERFORM 038-GRAVAR-JORNAL
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    ALTERAR DADOS DE UMA DISCIPLINA JA CATALOGADA             *
      *--------------------------------------------------------------*
       034-ALTERAR.

           MOVE TRAN-DISC TO DISC-CODIGO
           READ CAT-DISCIPLINAS
               INVALID KEY
                   ADD 1 TO WS-CTREJEITADAS
                   DISPLAY '** DISCIPLINA ' TRAN-DISC
                           ' NAO CADASTRADA - ALTERACAO REJEITADA **'
               NOT INVALID KEY
                   MOVE REG-DISCIPLINA     TO WS-IMAGEM-ANTES
                   MOVE TRAN-NOME          TO DISC-NOME
                   MOVE TRAN-CREDITOS      TO DISC-CREDITOS
                   MOVE TRAN-CARGA-HORARIA TO DISC-CARGA-HORARIA
                   MOVE AS-DATA            TO DISC-DATA-ATUALIZ
                   REWRITE REG-DISCIPLINA
                       INVALID KEY
                           ADD 1 TO WS-CTREJEITADAS
                           DISPLAY '** ERRO AO ALTERAR DISCIPLINA '
                                   TRAN-DISC
                       NOT INVALID KEY
                           ADD 1 TO WS-CTALTERACOES
                           MOVE REG-DISCIPLINA TO WS-IMAGEM-DEPOIS
                           PERFORM 038-GRAVAR-JORNAL
                   END-REWRITE
           END-READ
           .
      *--------------------------------------------------------------*
      *    EXCLUIR UMA DISCIPLINA DO CATALOGO                        *
      *--------------------------------------------------------------*
       036-EXCLUIR.

      *-----> LE ANTES DE EXCLUIR PARA PRESERVAR A IMAGEM DO
      *       REGISTRO NO JORNAL
           MOVE TRAN-DISC TO DISC-CODIGO
           READ CAT-DISCIPLINAS
               INVALID KEY
                   ADD 1 TO WS-CTREJEITADAS
                   DISPLAY '** DISCIPLINA ' TRAN-DISC
                           ' NAO CADASTRADA - EXCLUSAO REJEITADA **'
               NOT INVALID KEY
                   MOVE REG-DISCIPLINA TO WS-IMAGEM-ANTES
                   DELETE CAT-DISCIPLINAS
                       INVALID KEY
                           ADD 1 TO WS-CTREJEITADAS
                           DISPLAY '** ERRO AO EXCLUIR DISCIPLINA '
                                   TRAN-DISC
                       NOT INVALID KEY
                           ADD 1 TO WS-CTEXCLUSOES
                           MOVE SPACES TO WS-IMAGEM-DEPOIS
                           PERFORM 038-GRAVAR-JORNAL
                   END-DELETE
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO JORNAL A IMAGEM ANTES/DEPOIS DA TRANSACAO       *
      *--------------------------------------------------------------*
       038-GRAVAR-JORNAL.

           ACCEPT AS-HORA FROM TIME
           MOVE AS-DATA          TO JRN-DATA
           MOVE AS-HORA(1:6)     TO JRN-HORA
           MOVE TRAN-COD         TO JRN-TRAN-COD
           MOVE WS-IMAGEM-ANTES  TO JRN-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS TO JRN-IMAGEM-DEPOIS
           WRITE REG-JORNAL
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE CAT-DISCIPLINAS
           CLOSE ARQ-JORNAL
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "INCLUSOES EFETUADAS.....: " WS-CTINCLUSOES
           DISPLAY "ALTERACOES EFETUADAS....: " WS-CTALTERACOES
           DISPLAY "EXCLUSOES EFETUADAS.....: " WS-CTEXCLUSOES
           DISPLAY "TRANSACOES REJEITADAS...: " WS-CTREJEITADAS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG048"

           MOVE 'T'            TO WS-LOG-EVENTO
           MOVE WS-CTINCLUSOES TO WS-LOG-QTD-REGS
           ADD  WS-CTALTERACOES TO WS-LOG-QTD-REGS
           ADD  WS-CTEXCLUSOES  TO WS-LOG-QTD-REGS
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
      *---------------> FIM DO PROGRAMA CGPRG048 <-------------------*
