       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG041.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER O ARQUIVO DE METAS MENSAIS DE VENDA POR      *
      *           DEPARTAMENTO (INDEXADO POR DEPARTAMENTO + MES) A   *
      *           PARTIR DE TRANSACOES LIDAS DA SYSIN: INCLUSAO (I), *
      *           ALTERACAO (A) E EXCLUSAO (E) - NOS MOLDES DO       *
      *           CGPRG015. CADA META TRAZ QUANTIDADE DE LOTES,      *
      *           VALOR DE VENDA E COMISSAO DO MES, DEFINIDOS PELA   *
      *           DIRETORIA. O DEPARTAMENTO E CONSISTIDO CONTRA O    *
      *           CADASTRO-MESTRE. O ACOMPANHAMENTO META X           *
      *           REALIZADO E FEITO PELO CGPRG042.                   *
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
           SELECT METAS-VENDA ASSIGN TO METAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS META-CHAVE
               FILE STATUS IS WS-METAS-STATUS.
           SELECT DEPTO-MESTRE ASSIGN TO DEPTOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-NR
               FILE STATUS IS WS-MESTRE-STATUS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> METAS MENSAIS DE VENDA (VSAM/INDEXADO POR
      *       DEPARTAMENTO + MES AAAAMM)
       FD  METAS-VENDA
           RECORDING MODE IS F.
       COPY CGMETA01 REPLACING META-RECORD BY REG-META.
      *-----> CADASTRO-MESTRE DE DEPARTAMENTOS (VSAM/INDEXADO POR
      *       NUMERO) - AQUI SOMENTE CONSULTA
       FD  DEPTO-MESTRE
           RECORDING MODE IS F.
       COPY CGDEPT01 REPLACING DEPT-RECORD BY REG-DEPTO-MESTRE.

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-METAS-STATUS           PIC X(02).
       77  WS-MESTRE-STATUS          PIC X(02).
       77  WS-FIM                    PIC X(01) VALUE 'N'.
       77  WS-CTINCLUSOES            PIC 9(04) VALUE ZEROS.
       77  WS-CTALTERACOES           PIC 9(04) VALUE ZEROS.
       77  WS-CTEXCLUSOES            PIC 9(04) VALUE ZEROS.
       77  WS-CTREJEITADAS           PIC 9(04) VALUE ZEROS.
       77  AS-HIFENS                 PIC X(80) VALUE ALL '-'.
       77  AS-DATA                   PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO      PIC 9(08).
      *-----> VALIDACAO DE CAMPOS DA TRANSACAO
       77  WS-TRAN-VALIDA            PIC X(01) VALUE 'S'.
       77  WS-COD-MOTIVO             PIC 99.
       77  WS-MOTIVO-REJ             PIC X(20).
      *-----> TRANSACAO DE MANUTENCAO RECEBIDA VIA SYSIN
      *       TRAN-COD: I = INCLUIR, A = ALTERAR, E = EXCLUIR
       01  WS-REG-SYSIN.
           05 TRAN-COD               PIC X(01).
           05 TRAN-DPTO              PIC 9(04).
           05 TRAN-MES               PIC 9(06).
           05 TRAN-MES-R REDEFINES TRAN-MES.
              10 TRAN-MES-ANO        PIC 9(04).
              10 TRAN-MES-MM         PIC 9(02).
           05 TRAN-QTD-LOTES         PIC 9(06).
           05 TRAN-VAL-VENDA         PIC 9(11)V9(02).
           05 TRAN-COMISSAO          PIC 9(10)V9(02).
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
           05 WS-REJ-PROGRAMA        PIC X(08) VALUE 'CGPRG041'.
           05 WS-REJ-COD-MOTIVO      PIC 99.
           05 WS-REJ-DESCR-MOTIVO    PIC X(20).
           05 WS-REJ-DADO-ORIGINAL   PIC X(60).
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA        PIC X(08) VALUE 'CGPRG041'.
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

           DISPLAY "** PROGRAMA 41 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "MANUTENCAO DAS METAS MENSAIS POR DEPARTAMENTO"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - CARIMBA A ULTIMA ATUALIZACAO DA META
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA

           OPEN I-O METAS-VENDA
           IF WS-METAS-STATUS = '35'
               CLOSE METAS-VENDA
               OPEN OUTPUT METAS-VENDA
               CLOSE METAS-VENDA
               OPEN I-O METAS-VENDA
           END-IF
           OPEN INPUT DEPTO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O DEPTO-MESTRE - STATUS '
                       WS-MESTRE-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
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

      *-----> EXCLUSAO SO PRECISA DA CHAVE (DEPTO + MES) - OS
      *       VALORES DA META NAO PASSAM PELA CRITICA
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
                       MOVE 08 TO WS-COD-MOTIVO
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
               WHEN TRAN-DPTO NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 01  TO WS-COD-MOTIVO
                   MOVE 'DEPTO INVALIDO' TO WS-MOTIVO-REJ
               WHEN TRAN-MES NOT NUMERIC
                    OR TRAN-MES-MM < 01 OR TRAN-MES-MM > 12
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 02  TO WS-COD-MOTIVO
                   MOVE 'MES INVALIDO' TO WS-MOTIVO-REJ
               WHEN TRAN-QTD-LOTES NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 03  TO WS-COD-MOTIVO
                   MOVE 'META LOTES INVALIDA' TO WS-MOTIVO-REJ
               WHEN TRAN-VAL-VENDA NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 04  TO WS-COD-MOTIVO
                   MOVE 'META VENDA INVALIDA' TO WS-MOTIVO-REJ
               WHEN TRAN-COMISSAO NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 05  TO WS-COD-MOTIVO
                   MOVE 'META COMISSAO INVAL' TO WS-MOTIVO-REJ
               WHEN TRAN-QTD-LOTES = ZEROS
                    AND TRAN-VAL-VENDA = ZEROS
                    AND TRAN-COMISSAO = ZEROS
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 06  TO WS-COD-MOTIVO
                   MOVE 'META ZERADA' TO WS-MOTIVO-REJ
               WHEN OTHER
                   MOVE TRAN-DPTO TO DEPT-NR
                   READ DEPTO-MESTRE
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-VALIDA
                           MOVE 07  TO WS-COD-MOTIVO
                           MOVE 'DEPTO NAO CADASTRADO'
                                TO WS-MOTIVO-REJ
                   END-READ
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ENVIAR A TRANSACAO REJEITADA AO REJEITOR COMUM            *
      *--------------------------------------------------------------*
       029-REJEITAR-TRANSACAO.

           ADD 1 TO WS-CTREJEITADAS
           DISPLAY '** TRANSACAO DEPTO ' TRAN-DPTO ' MES ' TRAN-MES
                   ' COD ' TRAN-COD ' REJEITADA: ' WS-MOTIVO-REJ
           MOVE WS-COD-MOTIVO    TO WS-REJ-COD-MOTIVO
           MOVE WS-MOTIVO-REJ    TO WS-REJ-DESCR-MOTIVO
           MOVE WS-REG-SYSIN     TO WS-REJ-DADO-ORIGINAL
           CALL 'CGPRG010' USING WS-REJ-PARMS
           .
      *--------------------------------------------------------------*
      *    INCLUIR A META DO DEPARTAMENTO NO MES                     *
      *--------------------------------------------------------------*
       032-INCLUIR.

           MOVE SPACES          TO REG-META
           MOVE TRAN-DPTO       TO META-DPTO
           MOVE TRAN-MES        TO META-MES
           MOVE TRAN-QTD-LOTES  TO META-QTD-LOTES
           MOVE TRAN-VAL-VENDA  TO META-VAL-VENDA
           MOVE TRAN-COMISSAO   TO META-COMISSAO
           MOVE AS-DATA         TO META-DATA-ATUALIZ
           WRITE REG-META
               INVALID KEY
                   ADD 1 TO WS-CTREJEITADAS
                   DISPLAY '** META DEPTO ' TRAN-DPTO ' MES '
                           TRAN-MES ' JA CADASTRADA - INCLUSAO '
                           'REJEITADA **'
               NOT INVALID KEY
                   ADD 1 TO WS-CTINCLUSOES
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    ALTERAR A META JA CADASTRADA                              *
      *--------------------------------------------------------------*
       034-ALTERAR.

           MOVE TRAN-DPTO TO META-DPTO
           MOVE TRAN-MES  TO META-MES
           READ METAS-VENDA
               INVALID KEY
                   ADD 1 TO WS-CTREJEITADAS
                   DISPLAY '** META DEPTO ' TRAN-DPTO ' MES '
                           TRAN-MES ' NAO CADASTRADA - ALTERACAO '
                           'REJEITADA **'
               NOT INVALID KEY
                   MOVE TRAN-QTD-LOTES  TO META-QTD-LOTES
                   MOVE TRAN-VAL-VENDA  TO META-VAL-VENDA
                   MOVE TRAN-COMISSAO   TO META-COMISSAO
                   MOVE AS-DATA         TO META-DATA-ATUALIZ
                   REWRITE REG-META
                       INVALID KEY
                           ADD 1 TO WS-CTREJEITADAS
                           DISPLAY '** ERRO AO ALTERAR META DEPTO '
                                   TRAN-DPTO ' MES ' TRAN-MES
                       NOT INVALID KEY
                           ADD 1 TO WS-CTALTERACOES
                   END-REWRITE
           END-READ
           .
      *--------------------------------------------------------------*
      *    EXCLUIR A META DO DEPARTAMENTO NO MES                     *
      *--------------------------------------------------------------*
       036-EXCLUIR.

           MOVE TRAN-DPTO TO META-DPTO
           MOVE TRAN-MES  TO META-MES
           DELETE METAS-VENDA
               INVALID KEY
                   ADD 1 TO WS-CTREJEITADAS
                   DISPLAY '** META DEPTO ' TRAN-DPTO ' MES '
                           TRAN-MES ' NAO CADASTRADA - EXCLUSAO '
                           'REJEITADA **'
               NOT INVALID KEY
                   ADD 1 TO WS-CTEXCLUSOES
           END-DELETE
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE METAS-VENDA
           CLOSE DEPTO-MESTRE
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "INCLUSOES EFETUADAS.....: " WS-CTINCLUSOES
           DISPLAY "ALTERACOES EFETUADAS....: " WS-CTALTERACOES
           DISPLAY "EXCLUSOES EFETUADAS.....: " WS-CTEXCLUSOES
           DISPLAY "TRANSACOES REJEITADAS...: " WS-CTREJEITADAS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG041"

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
      *---------------> FIM DO PROGRAMA CGPRG041 <-------------------*
