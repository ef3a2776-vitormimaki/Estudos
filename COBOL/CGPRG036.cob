       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG036.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: PLANO DE PAGAMENTO DOS CONTRATOS DE VENDA - LE DA   *
      *           SYSIN, POR LOTE (DEPTO + CEP + FRENTE + COMP), O   *
      *           VALOR DE ENTRADA, A QUANTIDADE DE PARCELAS         *
      *           MENSAIS E O VENCIMENTO DA 1A PARCELA, CONFERE O    *
      *           CONTRATO EM VIGOR (CONTVEND) E GERA AS PARCELAS A  *
      *           RECEBER NO PARCELAS: PARCELA 000 = ENTRADA COM     *
      *           VENCIMENTO NA ASSINATURA, PARCELAS 001 A NNN COM   *
      *           O SALDO DIVIDIDO EM PARTES IGUAIS (A ULTIMA        *
      *           ABSORVE OS CENTAVOS DA DIVISAO). A COBRANCA E      *
      *           EMITIDA PELO CGPRG037 E A BAIXA FEITA PELO         *
      *           CGPRG038.                                          *
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
           SELECT CONTRATO-VENDA ASSIGN TO CONTVEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WS-CONTR-STATUS.
           SELECT PARCELAS ASSIGN TO PARCELAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-PARC-STATUS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> CONTRATOS DE VENDA (VSAM/INDEXADO PELA CHAVE NATURAL
      *       DO LOTE), GRAVADOS PELO CGPRG029 - AQUI SOMENTE CONSULTA
       FD  CONTRATO-VENDA
           RECORDING MODE IS F.
       COPY CGCONT01 REPLACING CONTRATO-RECORD BY REG-CONTRATO.
      *-----> PARCELAS A RECEBER (VSAM/INDEXADO POR LOTE + NR DA
      *       PARCELA)
       FD  PARCELAS
           RECORDING MODE IS F.
       COPY CGPARC01 REPLACING PARCELA-RECORD BY REG-PARCELA.

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-CONTR-STATUS        PIC X(02).
       77  WS-PARC-STATUS         PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  WS-CTPLANOS            PIC 9(04) VALUE ZEROS.
       77  WS-CTPARCELAS          PIC 9(06) VALUE ZEROS.
       77  WS-CTREJEITADOS        PIC 9(04) VALUE ZEROS.
      *-----> VALIDACAO DO CARTAO DE PLANO
       77  WS-CARTAO-VALIDO       PIC X(01) VALUE 'S'.
       77  WS-COD-MOTIVO          PIC 99.
       77  WS-MOTIVO-REJ          PIC X(20).
       77  WS-PLANO-EXISTE        PIC X(01).
      *-----> LOTE REVENDIDO: PARCELAS DO CONTRATO ANTERIOR FICAM
      *       CANCELADAS (C) OU, SE PAGAS, MARCADAS PELO CGPRG029
      *       (PAR-CONTRATO-ANT) E SAO REGRAVADAS PELO NOVO PLANO
       77  WS-FIM-PARC            PIC X(01).
       77  WS-CTREGRAVADAS        PIC 9(06) VALUE ZEROS.
      *-----> CARTAO DE PLANO DE PAGAMENTO RECEBIDO VIA SYSIN
      *       DIA DO VENCIMENTO LIMITADO A 28 - TODO MES TEM O DIA
       01  WS-REG-SYSIN.
           05 TRAN-DPTO           PIC 9(04).
           05 TRAN-CEP            PIC 9(08).
           05 TRAN-FRENTE         PIC 9(03)V9(02).
           05 TRAN-COMP           PIC 9(03)V9(02).
           05 TRAN-VAL-ENTRADA    PIC 9(08)V9(02).
           05 TRAN-QTD-PARCELAS   PIC 9(03).
           05 TRAN-DATA-1A-PARC   PIC 9(08).
           05 TRAN-DATA-1A-PARC-R REDEFINES TRAN-DATA-1A-PARC.
              10 TRAN-1A-ANO      PIC 9(04).
              10 TRAN-1A-MES      PIC 9(02).
              10 TRAN-1A-DIA      PIC 9(02).
      *-----> CALCULO DAS PARCELAS MENSAIS
       77  WS-NR-PARC             PIC 9(03).
       77  AS-SALDO               PIC 9(08)V99.
       77  AS-VAL-PARCELA         PIC 9(08)V99.
       77  AS-VAL-ULTIMA          PIC 9(08)V99.
       77  AS-MESES               PIC 9(06) COMP.
       77  AS-ANO-VENC            PIC 9(04) COMP.
       77  AS-MES-VENC            PIC 9(02) COMP.
       01  WS-DATA-VENC.
           05 WS-DV-ANO           PIC 9(04).
           05 WS-DV-MES           PIC 9(02).
           05 WS-DV-DIA           PIC 9(02).
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
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG036'.
           05 WS-LOG-EVENTO       PIC X(01).
           05 WS-LOG-QTD-REGS     PIC 9(06).
           05 WS-LOG-COD-RETORNO  PIC 99.
      *-----> PARAMETROS TROCADOS COM O REJEITOR COMUM (CGPRG010)
       01  WS-REJ-PARMS.
           05 WS-REJ-PROGRAMA     PIC X(08) VALUE 'CGPRG036'.
           05 WS-REJ-COD-MOTIVO   PIC 99.
           05 WS-REJ-DESCR-MOTIVO PIC X(20).
           05 WS-REJ-DADO-ORIGINAL PIC X(60).

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

           DISPLAY "** PROGRAMA 36 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "PLANO DE PAGAMENTO DOS CONTRATOS DE VENDA"
           DISPLAY AS-HIFENS

           OPEN INPUT CONTRATO-VENDA
           IF WS-CONTR-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR OS CONTRATOS DE VENDA - '
                       'STATUS ' WS-CONTR-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *-----> PRIMEIRA EXECUCAO CRIA O ARQUIVO DE PARCELAS VAZIO
           OPEN I-O PARCELAS
           IF WS-PARC-STATUS = '35'
               CLOSE PARCELAS
               OPEN OUTPUT PARCELAS
               CLOSE PARCELAS
               OPEN I-O PARCELAS
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
      *    PROCESSAR UM CARTAO DE PLANO DE PAGAMENTO                 *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 028-VALIDAR-CARTAO

           IF WS-CARTAO-VALIDO = 'N'
               PERFORM 029-REJEITAR-CARTAO
           ELSE
               PERFORM 032-GERAR-PLANO
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CARTAO E O CONTRATO ANTES DE GERAR O PLANO     *
      *--------------------------------------------------------------*
       028-VALIDAR-CARTAO.

           MOVE 'S'         TO WS-CARTAO-VALIDO
           MOVE TRAN-DPTO   TO CTR-DPTO
           MOVE TRAN-CEP    TO CTR-CEP
           MOVE TRAN-FRENTE TO CTR-FRENTE
           MOVE TRAN-COMP   TO CTR-COMP

      *-----> EVALUATE TRUE SO REGISTRA O MOTIVO DA 1A REGRA QUE
      *       FALHAR - SENAO UMA FALHA POSTERIOR SOBRESCREVERIA O
      *       MOTIVO JA GRAVADO E O REJEITOR (CGPRG010) PERDERIA A
      *       CAUSA REAL DA 1A REGRA VIOLADA
           EVALUATE TRUE
               WHEN TRAN-VAL-ENTRADA NOT NUMERIC
                   MOVE 'N' TO WS-CARTAO-VALIDO
                   MOVE 01  TO WS-COD-MOTIVO
                   MOVE 'ENTRADA INVALIDA' TO WS-MOTIVO-REJ
               WHEN TRAN-QTD-PARCELAS NOT NUMERIC
                   MOVE 'N' TO WS-CARTAO-VALIDO
                   MOVE 02  TO WS-COD-MOTIVO
                   MOVE 'QTD PARCELAS INVALID' TO WS-MOTIVO-REJ
               WHEN TRAN-QTD-PARCELAS NOT = ZEROS
                    AND (TRAN-DATA-1A-PARC NOT NUMERIC
                    OR TRAN-1A-MES < 01 OR TRAN-1A-MES > 12
                    OR TRAN-1A-DIA < 01 OR TRAN-1A-DIA > 28)
                   MOVE 'N' TO WS-CARTAO-VALIDO
                   MOVE 03  TO WS-COD-MOTIVO
                   MOVE 'VENCTO 1A PARC INVAL' TO WS-MOTIVO-REJ
               WHEN OTHER
                   READ CONTRATO-VENDA
                       INVALID KEY
                           MOVE 'N' TO WS-CARTAO-VALIDO
                           MOVE 04  TO WS-COD-MOTIVO
                           MOVE 'CONTRATO INEXISTENTE'
                                TO WS-MOTIVO-REJ
                   END-READ
           END-EVALUATE

      *-----> CRITICAS QUE DEPENDEM DO CONTRATO LIDO
           IF WS-CARTAO-VALIDO = 'S'
               EVALUATE TRUE
                   WHEN CTR-ENCERRADO
                       MOVE 'N' TO WS-CARTAO-VALIDO
                       MOVE 05  TO WS-COD-MOTIVO
                       MOVE 'CONTRATO ENCERRADO' TO WS-MOTIVO-REJ
      *-------------> SEM PARCELAS A ENTRADA TEM DE QUITAR O
      *               CONTRATO; COM PARCELAS NAO PODE PASSAR DELE
                   WHEN TRAN-VAL-ENTRADA > CTR-VAL-ACORDADO
                     OR (TRAN-QTD-PARCELAS = ZEROS
                         AND TRAN-VAL-ENTRADA NOT = CTR-VAL-ACORDADO)
                     OR (TRAN-QTD-PARCELAS NOT = ZEROS
                         AND TRAN-VAL-ENTRADA = CTR-VAL-ACORDADO)
                       MOVE 'N' TO WS-CARTAO-VALIDO
                       MOVE 06  TO WS-COD-MOTIVO
                       MOVE 'PLANO NAO FECHA' TO WS-MOTIVO-REJ
                   WHEN OTHER
                       PERFORM 031-PROCURAR-PLANO
                       IF WS-PLANO-EXISTE = 'S'
                           MOVE 'N' TO WS-CARTAO-VALIDO
                           MOVE 07  TO WS-COD-MOTIVO
                           MOVE 'PLANO JA GERADO' TO WS-MOTIVO-REJ
                       END-IF
               END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENVIAR O CARTAO REJEITADO AO REJEITOR COMUM               *
      *--------------------------------------------------------------*
       029-REJEITAR-CARTAO.

           ADD 1 TO WS-CTREJEITADOS
           DISPLAY '** PLANO DEPTO ' TRAN-DPTO ' CEP ' TRAN-CEP
                   ' REJEITADO: ' WS-MOTIVO-REJ
           MOVE WS-COD-MOTIVO    TO WS-REJ-COD-MOTIVO
           MOVE WS-MOTIVO-REJ    TO WS-REJ-DESCR-MOTIVO
           MOVE WS-REG-SYSIN     TO WS-REJ-DADO-ORIGINAL
           CALL 'CGPRG010' USING WS-REJ-PARMS
           .
      *--------------------------------------------------------------*
      *    VERIFICAR SE O LOTE JA TEM PARCELAS GERADAS               *
      *--------------------------------------------------------------*
       031-PROCURAR-PLANO.

      *-----> LOTE CUJAS PARCELAS SAO TODAS CANCELADAS OU DO
      *       CONTRATO ANTERIOR (REVENDA) E TRATADO COMO SEM PLANO
           MOVE 'N'       TO WS-PLANO-EXISTE
           MOVE 'N'       TO WS-FIM-PARC
           MOVE CTR-CHAVE TO PAR-LOTE
           MOVE ZEROS     TO PAR-NR
           START PARCELAS KEY NOT < PAR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PARC
           END-START
           PERFORM 033-LER-PARCELA-LOTE
               UNTIL WS-FIM-PARC = 'S' OR WS-PLANO-EXISTE = 'S'
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA PARCELA DO LOTE - QUALQUER UMA NAO          *
      *    CANCELADA E DO CONTRATO ATUAL INDICA PLANO EM VIGOR       *
      *--------------------------------------------------------------*
       033-LER-PARCELA-LOTE.

           READ PARCELAS NEXT
               AT END
                   MOVE 'S' TO WS-FIM-PARC
               NOT AT END
                   IF PAR-LOTE NOT = CTR-CHAVE
                       MOVE 'S' TO WS-FIM-PARC
                   ELSE
                       IF NOT PAR-CANCELADA
                          AND NOT PAR-DO-CONTRATO-ANTERIOR
                           MOVE 'S' TO WS-PLANO-EXISTE
                       END-IF
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GERAR A ENTRADA E AS PARCELAS MENSAIS DO CONTRATO         *
      *--------------------------------------------------------------*
       032-GERAR-PLANO.

           ADD 1 TO WS-CTPLANOS
           IF TRAN-VAL-ENTRADA NOT = ZEROS
               MOVE ZEROS               TO WS-NR-PARC
               MOVE CTR-DATA-ASSINATURA TO WS-DATA-VENC
               MOVE TRAN-VAL-ENTRADA    TO AS-VAL-PARCELA
               PERFORM 036-GRAVAR-PARCELA
           END-IF

           IF TRAN-QTD-PARCELAS NOT = ZEROS
      *-------> PARCELA TRUNCADA NO CENTAVO; A ULTIMA LEVA A SOBRA
               COMPUTE AS-SALDO = CTR-VAL-ACORDADO - TRAN-VAL-ENTRADA
               COMPUTE AS-VAL-PARCELA = AS-SALDO / TRAN-QTD-PARCELAS
               COMPUTE AS-VAL-ULTIMA = AS-SALDO - AS-VAL-PARCELA
                                     * (TRAN-QTD-PARCELAS - 1)
               PERFORM 034-PARCELA-MENSAL
                   VARYING WS-NR-PARC FROM 1 BY 1
                   UNTIL WS-NR-PARC > TRAN-QTD-PARCELAS
           END-IF

           DISPLAY 'PLANO DEPTO ' TRAN-DPTO ' CEP ' TRAN-CEP
                   ' ENTRADA ' TRAN-VAL-ENTRADA
                   ' + ' TRAN-QTD-PARCELAS ' PARCELA(S)'
           .
      *--------------------------------------------------------------*
      *    MONTAR O VENCIMENTO DA PARCELA MENSAL NR WS-NR-PARC       *
      *    (1A PARCELA + NR - 1 MESES, MESMO DIA DO MES)             *
      *--------------------------------------------------------------*
       034-PARCELA-MENSAL.

           COMPUTE AS-MESES = TRAN-1A-ANO * 12 + TRAN-1A-MES - 1
                            + WS-NR-PARC - 1
           DIVIDE AS-MESES BY 12 GIVING AS-ANO-VENC
                  REMAINDER AS-MES-VENC
           MOVE AS-ANO-VENC  TO WS-DV-ANO
           COMPUTE WS-DV-MES = AS-MES-VENC + 1
           MOVE TRAN-1A-DIA  TO WS-DV-DIA

           IF WS-NR-PARC = TRAN-QTD-PARCELAS
               MOVE AS-VAL-ULTIMA TO AS-VAL-PARCELA
           END-IF
           PERFORM 036-GRAVAR-PARCELA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA PARCELA ABERTA NO ARQUIVO DE PARCELAS          *
      *--------------------------------------------------------------*
       036-GRAVAR-PARCELA.

           PERFORM 035-MONTAR-PARCELA
           WRITE REG-PARCELA
               INVALID KEY
                   PERFORM 037-REGRAVAR-PARCELA
               NOT INVALID KEY
                   ADD 1 TO WS-CTPARCELAS
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    MONTAR A PARCELA ABERTA NR WS-NR-PARC DO LOTE             *
      *--------------------------------------------------------------*
       035-MONTAR-PARCELA.

           MOVE CTR-CHAVE      TO PAR-LOTE
           MOVE WS-NR-PARC     TO PAR-NR
           MOVE WS-DATA-VENC   TO PAR-VENCIMENTO
           MOVE AS-VAL-PARCELA TO PAR-VALOR
           MOVE 'A'            TO PAR-SITUACAO
           MOVE ZEROS          TO PAR-DATA-FATURA
                                  PAR-DATA-PAGTO
                                  PAR-VAL-PAGO
           MOVE 'N'            TO PAR-CONTRATO-ANT
           .
      *--------------------------------------------------------------*
      *    PARCELA JA EXISTENTE: SO A DO CONTRATO ANTERIOR DO LOTE   *
      *    REVENDIDO (CANCELADA OU MARCADA NA REVENDA) E REGRAVADA   *
      *--------------------------------------------------------------*
       037-REGRAVAR-PARCELA.

           READ PARCELAS
               INVALID KEY
                   MOVE '23' TO WS-PARC-STATUS
           END-READ
           IF WS-PARC-STATUS = '00'
              AND (PAR-CANCELADA OR PAR-DO-CONTRATO-ANTERIOR)
               PERFORM 035-MONTAR-PARCELA
               REWRITE REG-PARCELA
                   INVALID KEY
                       DISPLAY '** PARCELA ' WS-NR-PARC ' DO DEPTO '
                               TRAN-DPTO ' CEP ' TRAN-CEP
                               ' NAO REGRAVADA - STATUS '
                               WS-PARC-STATUS ' **'
                   NOT INVALID KEY
                       ADD 1 TO WS-CTPARCELAS
                       ADD 1 TO WS-CTREGRAVADAS
               END-REWRITE
           ELSE
               DISPLAY '** PARCELA ' WS-NR-PARC ' DO DEPTO '
                       TRAN-DPTO ' CEP ' TRAN-CEP
                       ' JA EXISTE - NAO REGRAVADA **'
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE CONTRATO-VENDA
           CLOSE PARCELAS
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "PLANOS GERADOS..........: " WS-CTPLANOS
           DISPLAY "PARCELAS GRAVADAS.......: " WS-CTPARCELAS
           DISPLAY "  REGRAVADAS (REVENDA)..: " WS-CTREGRAVADAS
           DISPLAY "CARTOES REJEITADOS......: " WS-CTREJEITADOS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG036"

           MOVE 'T'            TO WS-LOG-EVENTO
           MOVE WS-CTPARCELAS  TO WS-LOG-QTD-REGS
           MOVE ZEROS          TO WS-LOG-COD-RETORNO
           IF WS-CTREJEITADOS NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           IF WS-DECK-ERRO = 'S'
               MOVE 08 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
           IF WS-CTREJEITADOS NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DECK-ERRO = 'S'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG036 <-------------------*
