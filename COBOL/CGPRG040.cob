       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG040.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: CONCILIACAO DA COMISSAO A PAGAR - INCORPORA AO      *
      *           HISTORICO DE COMISSAO A PAGAR (COMPAGAR) OS ITENS  *
      *           DO ARQUIVO DE PAGAMENTO ENVIADO (PAGCOM, GRAVADO   *
      *           PELO CGPRG026) COMO EM ABERTO, CONFRONTA COM ELE O *
      *           ARQUIVO DE RETORNO DO CONTAS A PAGAR (RETCAP: DATA *
      *           E VALOR PAGO, NR DO DOCUMENTO) MARCANDO CADA ITEM  *
      *           PAGO, PAGO COM DIFERENCA OU REJEITADO, E IMPRIME   *
      *           POR DEPARTAMENTO OS ITENS AINDA NAO PAGOS E OS     *
      *           DIVERGENTES. RETORNO QUE NAO CASA COM O ENVIADO    *
      *           VAI PARA O REJEITOR COMUM (CGPRG010).              *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CURRENCY SIGN IS "R$ " WITH PICTURE SYMBOL "$"
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
      *==> LOCAL PARA O SELECT DOS ARQUVOS
           SELECT ARQ-PAGAMENTO ASSIGN TO PAGCOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGCOM-STATUS.
           SELECT ARQ-RETORNO ASSIGN TO RETCAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETCAP-STATUS.
           SELECT COMISSAO-PAGAR ASSIGN TO COMPAGAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WS-CPG-STATUS.
           SELECT DEPTO-MESTRE ASSIGN TO DEPTOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-NR
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT REL-PENDENTES ASSIGN TO RELCONCI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> ARQUIVO-INTERFACE DE PAGAMENTO ENVIADO AO CONTAS A
      *       PAGAR PELO CGPRG026 (MESMO DESENHO DO REG-PAGAMENTO)
       FD  ARQ-PAGAMENTO
           RECORDING MODE IS F.
       01  REG-PAGAMENTO.
           05 PG-DPTO             PIC 9(04).
           05 PG-PERIODO          PIC 9(08).
           05 PG-COMISSAO         PIC 9(10)V99.
           05 FILLER              PIC X(56).
      *-----> ARQUIVO DE RETORNO DO CONTAS A PAGAR: DEPARTAMENTO E
      *       PERIODO DEVOLVEM A CHAVE DO ITEM ENVIADO; SITUACAO
      *       'P' = PAGO, 'R' = REJEITADO (COM O MOTIVO DELES)
       FD  ARQ-RETORNO
           RECORDING MODE IS F.
       01  REG-RETORNO.
           05 RT-DPTO             PIC 9(04).
           05 RT-PERIODO          PIC 9(08).
           05 RT-SITUACAO         PIC X(01).
           05 RT-DATA-PAGTO       PIC 9(08).
           05 RT-DATA-PAGTO-R REDEFINES RT-DATA-PAGTO.
              10 RT-PAGTO-ANO     PIC 9(04).
              10 RT-PAGTO-MES     PIC 9(02).
              10 RT-PAGTO-DIA     PIC 9(02).
           05 RT-VAL-PAGO         PIC 9(10)V99.
           05 RT-NR-DOCUMENTO     PIC X(12).
           05 RT-MOTIVO           PIC X(20).
           05 FILLER              PIC X(15).
      *-----> HISTORICO DE COMISSAO A PAGAR (VSAM/INDEXADO POR
      *       DEPARTAMENTO + PERIODO)
       FD  COMISSAO-PAGAR
           RECORDING MODE IS F.
       COPY CGCPAG01 REPLACING COMPAGAR-RECORD BY REG-COMPAGAR.
      *-----> CADASTRO-MESTRE DE DEPARTAMENTOS (VSAM/INDEXADO POR
      *       NUMERO) - AQUI SO PARA BUSCAR O NOME
       FD  DEPTO-MESTRE
           RECORDING MODE IS F.
       COPY CGDEPT01 REPLACING DEPT-RECORD BY REG-DEPTO-MESTRE.
      *-----> RELATORIO DE ITENS NAO PAGOS E DIVERGENTES
       FD  REL-PENDENTES
           RECORDING MODE IS F.
       01  REG-REL-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-PAGCOM-STATUS       PIC X(02).
       77  WS-RETCAP-STATUS       PIC X(02).
       77  WS-CPG-STATUS          PIC X(02).
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-REL-STATUS          PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
      *-----> CONTADORES DA CONCILIACAO
       77  WS-CTENVIADOS          PIC 9(04) VALUE ZEROS.
       77  WS-CTJA-CARREGADOS     PIC 9(04) VALUE ZEROS.
       77  WS-CTRETORNOS          PIC 9(04) VALUE ZEROS.
       77  WS-CTPAGOS             PIC 9(04) VALUE ZEROS.
       77  WS-CTDIFERENCA         PIC 9(04) VALUE ZEROS.
       77  WS-CTREJ-CAP           PIC 9(04) VALUE ZEROS.
       77  WS-CTREJEITADOS        PIC 9(04) VALUE ZEROS.
       77  WS-CTPENDENTES         PIC 9(04) VALUE ZEROS.
       77  WS-CTREPETIDOS         PIC 9(04) VALUE ZEROS.
      *-----> VALIDACAO DO REGISTRO DE RETORNO
       77  WS-RETORNO-VALIDO      PIC X(01) VALUE 'S'.
       77  WS-COD-MOTIVO          PIC 99.
       77  WS-MOTIVO-REJ          PIC X(20).
      *-----> RETORNO JA BAIXADO EM EXECUCAO ANTERIOR (O RETCAP E
      *       RELIDO ATE O CONTAS A PAGAR MANDAR UM NOVO)
       77  WS-JA-BAIXADO          PIC X(01).
      *-----> DIAS EM ABERTO (CALCULO COMERCIAL 30/360, MESMO DO
      *       CGPRG017 - SUFICIENTE PARA ACOMPANHAR A PENDENCIA)
       01  WS-DATA-AUX.
           05 WS-DA-AAAA          PIC 9(04).
           05 WS-DA-MM            PIC 9(02).
           05 WS-DA-DD            PIC 9(02).
       77  AS-DIAS-HOJE           PIC 9(08) COMP.
       77  AS-DIAS-ENVIO          PIC 9(08) COMP.
       77  AS-DIAS-ABERTO         PIC S9(05) COMP.
      *-----> CONTROLE DE QUEBRA E TOTAIS DO RELATORIO
       77  WS-DPTO-ANT            PIC 9(04) VALUE ZEROS.
       77  WS-TEM-DPTO            PIC X(01) VALUE 'N'.
       77  AS-PENDENTE            PIC 9(10)V99.
       77  AS-DIFERENCA           PIC S9(10)V99.
       77  AS-DPTO-QTD            PIC 9(04) VALUE ZEROS.
       77  AS-DPTO-PENDENTE       PIC 9(11)V99 VALUE ZEROS.
       77  AS-TOT-PENDENTE        PIC 9(12)V99 VALUE ZEROS.
      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(43) VALUE
                     'COMISSAO A PAGAR NAO PAGA OU DIVERGENTE EM '.
           05 WS-LT-DIA           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LT-MES           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LT-ANO           PIC 9(04).
           05 FILLER              PIC X(27) VALUE SPACES.
       01  WS-LIN-DEPTO.
           05 FILLER              PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 WS-LDP-DPTO         PIC 9(04).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-LDP-NOME         PIC X(18).
           05 FILLER              PIC X(41) VALUE SPACES.
       01  WS-CAB.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE 'PERIODO'.
           05 FILLER              PIC X(14) VALUE 'SITUACAO'.
           05 FILLER              PIC X(15) VALUE '       ENVIADO'.
           05 FILLER              PIC X(15) VALUE '          PAGO'.
           05 FILLER              PIC X(16) VALUE '      DIFERENCA'.
           05 FILLER              PIC X(05) VALUE ' DIAS'.
           05 FILLER              PIC X(02) VALUE SPACES.
       01  WS-LIN-DETALHE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LD-DIA           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LD-MES           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LD-ANO           PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LD-SITUACAO      PIC X(13).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LD-ENVIADO       PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LD-PAGO          PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LD-DIFERENCA     PIC -$$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LD-DIAS          PIC ZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LTT-DESCR        PIC X(22).
           05 WS-LTT-QTD          PIC ZZZ9.
           05 FILLER              PIC X(09) VALUE ' ITEM(NS)'.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LTT-VALOR        PIC $$$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(22) VALUE SPACES.
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG040'.
           05 WS-LOG-EVENTO       PIC X(01).
           05 WS-LOG-QTD-REGS     PIC 9(06).
           05 WS-LOG-COD-RETORNO  PIC 99.
      *-----> PARAMETROS TROCADOS COM O REJEITOR COMUM (CGPRG010)
       01  WS-REJ-PARMS.
           05 WS-REJ-PROGRAMA     PIC X(08) VALUE 'CGPRG040'.
           05 WS-REJ-COD-MOTIVO   PIC 99.
           05 WS-REJ-DESCR-MOTIVO PIC X(20).
           05 WS-REJ-DADO-ORIGINAL PIC X(60).

       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 020-CARREGAR-ENVIO
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 045-RELATORIO-PENDENTES
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 40 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "CONCILIACAO DA COMISSAO A PAGAR"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA
           MOVE AS-DATA TO WS-DATA-AUX
           COMPUTE AS-DIAS-HOJE = WS-DA-AAAA * 360
                 + WS-DA-MM * 30 + WS-DA-DD

      *-----> PRIMEIRA EXECUCAO CRIA O HISTORICO VAZIO
           OPEN I-O COMISSAO-PAGAR
           IF WS-CPG-STATUS = '35'
               CLOSE COMISSAO-PAGAR
               OPEN OUTPUT COMISSAO-PAGAR
               CLOSE COMISSAO-PAGAR
               OPEN I-O COMISSAO-PAGAR
           END-IF
           IF WS-CPG-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR A COMISSAO A PAGAR - '
                       'STATUS ' WS-CPG-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEPTO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O DEPTO-MESTRE - STATUS '
                       WS-MESTRE-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REL-PENDENTES

           MOVE AS-DATA(7:2) TO WS-LT-DIA
           MOVE AS-DATA(5:2) TO WS-LT-MES
           MOVE AS-DATA(1:4) TO WS-LT-ANO
           WRITE REG-REL-LINHA FROM WS-LIN-TITULO

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS
           .
      *--------------------------------------------------------------*
      *    INCORPORAR AO HISTORICO OS ITENS DO PAGCOM ENVIADO        *
      *--------------------------------------------------------------*
       020-CARREGAR-ENVIO.

           OPEN INPUT ARQ-PAGAMENTO
      *-----> DIA SEM ARQUIVO DE PAGAMENTO (FECHAMENTO COM
      *       DIFERENCA NAO GERA PAGCOM): SO O RETORNO E CONFERIDO
           IF WS-PAGCOM-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM
               DISPLAY 'SEM ARQUIVO DE PAGAMENTO ENVIADO NESTE RUN'
           END-IF
           PERFORM UNTIL WS-FIM = 'S'
               READ ARQ-PAGAMENTO
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       PERFORM 022-GRAVAR-ENVIADO
               END-READ
           END-PERFORM
           IF WS-PAGCOM-STATUS = '00' OR WS-PAGCOM-STATUS = '10'
               CLOSE ARQ-PAGAMENTO
           END-IF

           MOVE 'N' TO WS-FIM
           OPEN INPUT ARQ-RETORNO
      *-----> O CONTAS A PAGAR NAO DEVOLVEU RETORNO AINDA: O
      *       RELATORIO SAI SO COM OS ITENS EM ABERTO
           IF WS-RETCAP-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM
               DISPLAY 'SEM ARQUIVO DE RETORNO DO CONTAS A PAGAR'
           ELSE
               PERFORM 025-LER-RETORNO
           END-IF
           .
       022-GRAVAR-ENVIADO.

           MOVE SPACES      TO REG-COMPAGAR
           MOVE PG-DPTO     TO CPG-DPTO
           MOVE PG-PERIODO  TO CPG-PERIODO
           MOVE PG-COMISSAO TO CPG-VAL-ENVIADO
           MOVE 'A'         TO CPG-SITUACAO
           MOVE ZEROS       TO CPG-DATA-PAGTO
                               CPG-VAL-PAGO
           MOVE AS-DATA     TO CPG-DATA-SITUACAO
           WRITE REG-COMPAGAR
      *-----> RERUN COM O MESMO PAGCOM NAO DUPLICA NEM REABRE O
      *       ITEM QUE JA ESTA NO HISTORICO
               INVALID KEY
                   ADD 1 TO WS-CTJA-CARREGADOS
               NOT INVALID KEY
                   ADD 1 TO WS-CTENVIADOS
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UM REGISTRO DO RETORNO DO CONTAS A PAGAR       *
      *--------------------------------------------------------------*
       025-LER-RETORNO.

           READ ARQ-RETORNO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTRETORNOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONCILIAR UM REGISTRO DE RETORNO COM O ITEM ENVIADO       *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 028-VALIDAR-RETORNO

           IF WS-RETORNO-VALIDO = 'N'
               PERFORM 029-REJEITAR-RETORNO
           ELSE
               IF WS-JA-BAIXADO = 'S'
                   ADD 1 TO WS-CTREPETIDOS
               ELSE
                   PERFORM 032-BAIXAR-ITEM
               END-IF
           END-IF

           PERFORM 025-LER-RETORNO
           .
      *--------------------------------------------------------------*
      *    CRITICAR O RETORNO E LOCALIZAR O ITEM NO HISTORICO        *
      *--------------------------------------------------------------*
       028-VALIDAR-RETORNO.

           MOVE 'S' TO WS-RETORNO-VALIDO
           MOVE 'N' TO WS-JA-BAIXADO

      *-----> EVALUATE TRUE SO REGISTRA O MOTIVO DA 1A REGRA QUE
      *       FALHAR - SENAO UMA FALHA POSTERIOR SOBRESCREVERIA O
      *       MOTIVO JA GRAVADO E O REJEITOR (CGPRG010) PERDERIA A
      *       CAUSA REAL DA 1A REGRA VIOLADA
           EVALUATE TRUE
               WHEN RT-DPTO NOT NUMERIC
                    OR RT-PERIODO NOT NUMERIC
                   MOVE 'N' TO WS-RETORNO-VALIDO
                   MOVE 01  TO WS-COD-MOTIVO
                   MOVE 'CHAVE INVALIDA' TO WS-MOTIVO-REJ
               WHEN RT-SITUACAO NOT = 'P' AND RT-SITUACAO NOT = 'R'
                   MOVE 'N' TO WS-RETORNO-VALIDO
                   MOVE 02  TO WS-COD-MOTIVO
                   MOVE 'SITUACAO INVALIDA' TO WS-MOTIVO-REJ
               WHEN RT-SITUACAO = 'P'
                    AND (RT-DATA-PAGTO NOT NUMERIC
                    OR RT-PAGTO-MES < 01 OR RT-PAGTO-MES > 12
                    OR RT-PAGTO-DIA < 01 OR RT-PAGTO-DIA > 31
                    OR RT-DATA-PAGTO > AS-DATA)
                   MOVE 'N' TO WS-RETORNO-VALIDO
                   MOVE 03  TO WS-COD-MOTIVO
                   MOVE 'DATA PAGTO INVALIDA' TO WS-MOTIVO-REJ
               WHEN RT-SITUACAO = 'P'
                    AND (RT-VAL-PAGO NOT NUMERIC
                    OR RT-VAL-PAGO = ZEROS)
                   MOVE 'N' TO WS-RETORNO-VALIDO
                   MOVE 04  TO WS-COD-MOTIVO
                   MOVE 'VALOR PAGO INVALIDO' TO WS-MOTIVO-REJ
               WHEN OTHER
                   MOVE RT-DPTO    TO CPG-DPTO
                   MOVE RT-PERIODO TO CPG-PERIODO
                   READ COMISSAO-PAGAR
                       INVALID KEY
                           MOVE 'N' TO WS-RETORNO-VALIDO
                           MOVE 05  TO WS-COD-MOTIVO
                           MOVE 'ITEM NAO ENVIADO'
                                TO WS-MOTIVO-REJ
                   END-READ
           END-EVALUATE

      *-----> ITEM JA CONCILIADO NAO E BAIXADO DE NOVO. MESMO
      *       DOCUMENTO = O MESMO RETORNO RELIDO, SO E IGNORADO;
      *       OUTRO DOCUMENTO = RETORNO REPETIDO PELO CONTAS A
      *       PAGAR, VAI PARA O REJEITOR
           IF WS-RETORNO-VALIDO = 'S' AND NOT CPG-ABERTO
               IF CPG-NR-DOCUMENTO = RT-NR-DOCUMENTO
                   MOVE 'S' TO WS-JA-BAIXADO
               ELSE
                   MOVE 'N' TO WS-RETORNO-VALIDO
                   MOVE 06  TO WS-COD-MOTIVO
                   MOVE 'ITEM JA CONCILIADO' TO WS-MOTIVO-REJ
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENVIAR O RETORNO REJEITADO AO REJEITOR COMUM              *
      *--------------------------------------------------------------*
       029-REJEITAR-RETORNO.

           ADD 1 TO WS-CTREJEITADOS
           DISPLAY '** RETORNO DEPTO ' RT-DPTO ' PERIODO '
                   RT-PERIODO ' REJEITADO: ' WS-MOTIVO-REJ
           MOVE WS-COD-MOTIVO    TO WS-REJ-COD-MOTIVO
           MOVE WS-MOTIVO-REJ    TO WS-REJ-DESCR-MOTIVO
           MOVE REG-RETORNO      TO WS-REJ-DADO-ORIGINAL
           CALL 'CGPRG010' USING WS-REJ-PARMS
           .
      *--------------------------------------------------------------*
      *    BAIXAR O ITEM: PAGO, PAGO COM DIFERENCA OU REJEITADO      *
      *--------------------------------------------------------------*
       032-BAIXAR-ITEM.

           MOVE RT-NR-DOCUMENTO TO CPG-NR-DOCUMENTO
           MOVE AS-DATA         TO CPG-DATA-SITUACAO
           EVALUATE TRUE
               WHEN RT-SITUACAO = 'R'
                   MOVE 'R' TO CPG-SITUACAO
                   ADD 1 TO WS-CTREJ-CAP
                   DISPLAY '** DEPTO ' RT-DPTO ' PERIODO '
                           RT-PERIODO ' REJEITADO PELO CONTAS A '
                           'PAGAR: ' RT-MOTIVO
               WHEN RT-VAL-PAGO = CPG-VAL-ENVIADO
                   MOVE 'P'           TO CPG-SITUACAO
                   MOVE RT-DATA-PAGTO TO CPG-DATA-PAGTO
                   MOVE RT-VAL-PAGO   TO CPG-VAL-PAGO
                   ADD 1 TO WS-CTPAGOS
               WHEN OTHER
                   MOVE 'D'           TO CPG-SITUACAO
                   MOVE RT-DATA-PAGTO TO CPG-DATA-PAGTO
                   MOVE RT-VAL-PAGO   TO CPG-VAL-PAGO
                   ADD 1 TO WS-CTDIFERENCA
           END-EVALUATE
           REWRITE REG-COMPAGAR
           .
      *--------------------------------------------------------------*
      *    RELATORIO DOS ITENS NAO PAGOS E DIVERGENTES, COM QUEBRA   *
      *    POR DEPARTAMENTO (O HISTORICO JA VEM NA ORDEM DA CHAVE)   *
      *--------------------------------------------------------------*
       045-RELATORIO-PENDENTES.

           MOVE 'N'   TO WS-FIM
           MOVE ZEROS TO CPG-CHAVE
           START COMISSAO-PAGAR KEY IS NOT LESS THAN CPG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
           END-START
           PERFORM UNTIL WS-FIM = 'S'
               READ COMISSAO-PAGAR NEXT
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       IF NOT CPG-PAGO
                           PERFORM 046-IMPRIMIR-ITEM
                       END-IF
               END-READ
           END-PERFORM

      *-----> FECHA O TOTAL DO ULTIMO DEPARTAMENTO DO RELATORIO
           IF WS-TEM-DPTO = 'S'
               PERFORM 048-TOTAL-DO-DEPTO
           END-IF
           MOVE 'TOTAL GERAL PENDENTE:' TO WS-LTT-DESCR
           MOVE WS-CTPENDENTES  TO WS-LTT-QTD
           MOVE AS-TOT-PENDENTE TO WS-LTT-VALOR
           WRITE REG-REL-LINHA FROM AS-HIFENS
           WRITE REG-REL-LINHA FROM WS-LIN-TOTAL
           .
       046-IMPRIMIR-ITEM.

           IF CPG-DPTO NOT = WS-DPTO-ANT OR WS-TEM-DPTO = 'N'
               IF WS-TEM-DPTO = 'S'
                   PERFORM 048-TOTAL-DO-DEPTO
               END-IF
               MOVE 'S'      TO WS-TEM-DPTO
               MOVE CPG-DPTO TO WS-DPTO-ANT
               PERFORM 047-CABECALHO-DEPTO
           END-IF

           MOVE ZEROS TO WS-LD-DIAS
           EVALUATE TRUE
               WHEN CPG-ABERTO
                   MOVE 'EM ABERTO'     TO WS-LD-SITUACAO
                   MOVE CPG-VAL-ENVIADO TO AS-PENDENTE
                   MOVE CPG-PERIODO     TO WS-DATA-AUX
                   COMPUTE AS-DIAS-ENVIO = WS-DA-AAAA * 360
                         + WS-DA-MM * 30 + WS-DA-DD
                   COMPUTE AS-DIAS-ABERTO = AS-DIAS-HOJE
                                          - AS-DIAS-ENVIO
                   MOVE AS-DIAS-ABERTO  TO WS-LD-DIAS
               WHEN CPG-REJEITADO
                   MOVE 'REJEITADO'     TO WS-LD-SITUACAO
                   MOVE CPG-VAL-ENVIADO TO AS-PENDENTE
               WHEN OTHER
                   MOVE 'PAGO C/ DIFER' TO WS-LD-SITUACAO
                   MOVE ZEROS           TO AS-PENDENTE
                   IF CPG-VAL-PAGO < CPG-VAL-ENVIADO
                       COMPUTE AS-PENDENTE = CPG-VAL-ENVIADO
                                           - CPG-VAL-PAGO
                   END-IF
           END-EVALUATE
           COMPUTE AS-DIFERENCA = CPG-VAL-PAGO - CPG-VAL-ENVIADO

           MOVE CPG-PERIODO(7:2) TO WS-LD-DIA
           MOVE CPG-PERIODO(5:2) TO WS-LD-MES
           MOVE CPG-PERIODO(1:4) TO WS-LD-ANO
           MOVE CPG-VAL-ENVIADO  TO WS-LD-ENVIADO
           MOVE CPG-VAL-PAGO     TO WS-LD-PAGO
           MOVE AS-DIFERENCA     TO WS-LD-DIFERENCA
           WRITE REG-REL-LINHA FROM WS-LIN-DETALHE

           ADD 1           TO AS-DPTO-QTD
                              WS-CTPENDENTES
           ADD AS-PENDENTE TO AS-DPTO-PENDENTE
                              AS-TOT-PENDENTE
           .
       047-CABECALHO-DEPTO.

           MOVE CPG-DPTO TO DEPT-NR
                            WS-LDP-DPTO
           READ DEPTO-MESTRE
               INVALID KEY
                   MOVE '*** NAO CADASTRADO' TO WS-LDP-NOME
               NOT INVALID KEY
                   MOVE DEPT-NOME TO WS-LDP-NOME
           END-READ

           WRITE REG-REL-LINHA FROM AS-HIFENS
           WRITE REG-REL-LINHA FROM WS-LIN-DEPTO
           WRITE REG-REL-LINHA FROM WS-CAB
           .
       048-TOTAL-DO-DEPTO.

           MOVE 'PENDENTE NO DEPTO...:' TO WS-LTT-DESCR
           MOVE AS-DPTO-QTD      TO WS-LTT-QTD
           MOVE AS-DPTO-PENDENTE TO WS-LTT-VALOR
           WRITE REG-REL-LINHA FROM WS-LIN-TOTAL
           MOVE ZEROS TO AS-DPTO-QTD
                         AS-DPTO-PENDENTE
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-RETCAP-STATUS = '00' OR WS-RETCAP-STATUS = '10'
               CLOSE ARQ-RETORNO
           END-IF
           CLOSE COMISSAO-PAGAR
           CLOSE DEPTO-MESTRE
           CLOSE REL-PENDENTES
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "ITENS ENVIADOS NO RUN...: " WS-CTENVIADOS
           DISPLAY "ITENS JA NO HISTORICO...: " WS-CTJA-CARREGADOS
           DISPLAY "RETORNOS LIDOS..........: " WS-CTRETORNOS
           DISPLAY "ITENS PAGOS.............: " WS-CTPAGOS
           DISPLAY "PAGOS COM DIFERENCA.....: " WS-CTDIFERENCA
           DISPLAY "REJEITADOS PELO C.PAGAR.: " WS-CTREJ-CAP
           DISPLAY "RETORNOS JA BAIXADOS....: " WS-CTREPETIDOS
           DISPLAY "RETORNOS REJEITADOS.....: " WS-CTREJEITADOS
           DISPLAY "ITENS PENDENTES.........: " WS-CTPENDENTES
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG040"

           MOVE 'T'            TO WS-LOG-EVENTO
           MOVE WS-CTRETORNOS  TO WS-LOG-QTD-REGS
           MOVE ZEROS          TO WS-LOG-COD-RETORNO
           IF WS-CTREJEITADOS NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
           IF WS-CTREJEITADOS NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG040 <-------------------*
