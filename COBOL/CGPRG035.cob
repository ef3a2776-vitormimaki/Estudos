       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG035.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: EXTRATO POR COMPRADOR - PERCORRE OS CONTRATOS DE    *
      *           VENDA (CONTVEND, GRAVADOS PELO CGPRG029), SEPARA   *
      *           OS CONTRATOS EM VIGOR, CLASSIFICA POR CPF/CNPJ DO  *
      *           COMPRADOR + LOTE E IMPRIME, PARA CADA COMPRADOR    *
      *           DO CADASTRO (COMPRMAS), OS LOTES QUE ELE DETEM     *
      *           COM VALOR ACORDADO E DATA DE ASSINATURA, E O       *
      *           TOTAL DO COMPRADOR. CONTRATO DE COMPRADOR FORA DO  *
      *           CADASTRO SAI MARCADO E ENCERRA COM RC=4.           *
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
           SELECT CONTRATO-VENDA ASSIGN TO CONTVEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WS-CONTR-STATUS.
           SELECT COMPRADOR-MESTRE ASSIGN TO COMPRMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-DOC
               FILE STATUS IS WS-COMPR-STATUS.
           SELECT REL-EXTRATO ASSIGN TO RELCOMPR
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-CONTRATOS ASSIGN TO SORTWK01.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> CONTRATOS DE VENDA (VSAM/INDEXADO PELA CHAVE NATURAL
      *       DO LOTE), GRAVADOS PELO CGPRG029 - AQUI SOMENTE LEITURA
       FD  CONTRATO-VENDA
           RECORDING MODE IS F.
       COPY CGCONT01 REPLACING CONTRATO-RECORD BY REG-CONTRATO.
      *-----> CADASTRO-MESTRE DE COMPRADORES (VSAM/INDEXADO POR
      *       CPF/CNPJ), MANTIDO PELO CGPRG034 - AQUI SOMENTE CONSULTA
       FD  COMPRADOR-MESTRE
           RECORDING MODE IS F.
       COPY CGCOMP01 REPLACING COMPRADOR-RECORD BY REG-COMPRADOR.
      *-----> EXTRATO POR COMPRADOR GRAVADO EM ARQUIVO DE SAIDA
       FD  REL-EXTRATO
           RECORDING MODE IS F.
       01  REG-REL-LINHA             PIC X(80).
      *-----> ARQUIVO DE CLASSIFICACAO: OS CONTRATOS VEM NA ORDEM
      *       DO LOTE E O EXTRATO SAI POR COMPRADOR + LOTE
       SD  SORT-CONTRATOS.
       01  REG-SORT.
           05 SRT-CHAVE.
              10 SRT-DOC             PIC X(14).
              10 SRT-DPTO            PIC 9(04).
              10 SRT-CEP             PIC 9(08).
              10 SRT-FRENTE          PIC 9(03)V9(02).
              10 SRT-COMP            PIC 9(03)V9(02).
           05 SRT-VAL-ACORDADO       PIC 9(08)V9(02).
           05 SRT-DATA-ASSINATURA    PIC 9(08).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-CONTR-STATUS        PIC X(02).
       77  WS-COMPR-STATUS        PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
       77  WS-CTLIDOS             PIC 9(06) VALUE ZEROS.
       77  WS-CTVIGENTES          PIC 9(06) VALUE ZEROS.
       77  WS-CTCOMPRADORES       PIC 9(05) VALUE ZEROS.
       77  WS-CTSEM-CADASTRO      PIC 9(05) VALUE ZEROS.
      *-----> CONTROLE DE QUEBRA E TOTAIS POR COMPRADOR
       77  WS-DOC-ANT             PIC X(14) VALUE SPACES.
       77  WS-TEM-COMPRADOR       PIC X(01) VALUE 'N'.
       77  AS-CMP-QTD             PIC 9(05) VALUE ZEROS.
       77  AS-CMP-VALOR           PIC 9(11)V99 VALUE ZEROS.
       77  AS-TOT-VALOR           PIC 9(12)V99 VALUE ZEROS.
      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(35) VALUE
                              'EXTRATO DE LOTES POR COMPRADOR EM '.
           05 WS-LT-DIA           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LT-MES           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LT-ANO           PIC 9(04).
           05 FILLER              PIC X(35) VALUE SPACES.
       01  WS-LIN-COMPRADOR.
           05 FILLER              PIC X(11) VALUE 'COMPRADOR: '.
           05 WS-LC-DOC           PIC X(14).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LC-NOME          PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LC-CIDADE        PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LC-UF            PIC X(02).
           05 FILLER              PIC X(03) VALUE SPACES.
       01  WS-CAB.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'DEPTO'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'CEP     '.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'FRENTE'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE '  COMP'.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE 'VALOR ACORDADO'.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'ASSINATURA'.
           05 FILLER              PIC X(12) VALUE SPACES.
       01  WS-LIN-DETALHE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-LD-DPTO          PIC 9(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LD-CEP           PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LD-FRENTE        PIC ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LD-COMP          PIC ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LD-VALOR         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-LD-DIA           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LD-MES           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LD-ANO           PIC 9(04).
           05 FILLER              PIC X(13) VALUE SPACES.
       01  WS-LIN-TOT-COMPRADOR.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE
                                   'TOTAL DO COMPRADOR: '.
           05 WS-LTC-QTD          PIC ZZZZ9.
           05 FILLER              PIC X(08) VALUE ' LOTE(S)'.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LTC-VALOR        PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(21) VALUE SPACES.
       01  WS-LIN-TOT-GERAL.
           05 FILLER              PIC X(20) VALUE
                                   'TOTAL GERAL: '.
           05 WS-LTG-COMPRADORES  PIC ZZZZ9.
           05 FILLER              PIC X(14) VALUE ' COMPRADOR(ES)'.
           05 WS-LTG-QTD          PIC ZZZZZ9.
           05 FILLER              PIC X(09) VALUE ' LOTE(S) '.
           05 WS-LTG-VALOR        PIC $$$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(07) VALUE SPACES.
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG035'.
           05 WS-LOG-EVENTO       PIC X(01).
           05 WS-LOG-QTD-REGS     PIC 9(06).
           05 WS-LOG-COD-RETORNO  PIC 99.

       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
      *-----> O SORT EXTERNO RECEBE OS CONTRATOS EM VIGOR (RELEASE)
      *       E DEVOLVE-OS POR COMPRADOR + LOTE PARA A IMPRESSAO
           SORT SORT-CONTRATOS
               ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE IS 030-CARGA-CONTRATOS
               OUTPUT PROCEDURE IS 045-IMPRIMIR
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 35 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "EXTRATO DE LOTES POR COMPRADOR"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA

           OPEN INPUT CONTRATO-VENDA
           IF WS-CONTR-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR OS CONTRATOS DE VENDA - '
                       'STATUS ' WS-CONTR-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COMPRADOR-MESTRE
           IF WS-COMPR-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O COMPRADOR-MESTRE - '
                       'STATUS ' WS-COMPR-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REL-EXTRATO

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
      *    ENTREGAR OS CONTRATOS EM VIGOR AO SORT (RELEASE)          *
      *--------------------------------------------------------------*
       030-CARGA-CONTRATOS.

           PERFORM UNTIL WS-FIM = 'S'
               READ CONTRATO-VENDA NEXT
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       ADD 1 TO WS-CTLIDOS
      *-----------------> CONTRATO ENCERRADO (LOTE CANCELADO) NAO
      *                   E MAIS DO COMPRADOR
                       IF CTR-ATIVO
                           ADD 1 TO WS-CTVIGENTES
                           MOVE CTR-DOC-COMPRADOR   TO SRT-DOC
                           MOVE CTR-DPTO            TO SRT-DPTO
                           MOVE CTR-CEP             TO SRT-CEP
                           MOVE CTR-FRENTE          TO SRT-FRENTE
                           MOVE CTR-COMP            TO SRT-COMP
                           MOVE CTR-VAL-ACORDADO    TO SRT-VAL-ACORDADO
                           MOVE CTR-DATA-ASSINATURA
                                TO SRT-DATA-ASSINATURA
                           RELEASE REG-SORT
                       END-IF
               END-READ
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O EXTRATO CLASSIFICADO (RETURN), COM QUEBRA      *
      *    POR COMPRADOR                                             *
      *--------------------------------------------------------------*
       045-IMPRIMIR.

           MOVE 'N' TO WS-FIM
           PERFORM UNTIL WS-FIM = 'S'
               RETURN SORT-CONTRATOS
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       PERFORM 046-IMPRIMIR-LOTE
               END-RETURN
           END-PERFORM

      *-----> FECHA OS TOTAIS DO ULTIMO COMPRADOR DO EXTRATO
           IF WS-TEM-COMPRADOR = 'S'
               PERFORM 048-TOTAIS-DO-COMPRADOR
           END-IF
           .
       046-IMPRIMIR-LOTE.

           IF SRT-DOC NOT = WS-DOC-ANT OR WS-TEM-COMPRADOR = 'N'
               IF WS-TEM-COMPRADOR = 'S'
                   PERFORM 048-TOTAIS-DO-COMPRADOR
               END-IF
               MOVE 'S'     TO WS-TEM-COMPRADOR
               MOVE SRT-DOC TO WS-DOC-ANT
               PERFORM 047-CABECALHO-COMPRADOR
           END-IF

           MOVE SRT-DPTO               TO WS-LD-DPTO
           MOVE SRT-CEP                TO WS-LD-CEP
           MOVE SRT-FRENTE             TO WS-LD-FRENTE
           MOVE SRT-COMP               TO WS-LD-COMP
           MOVE SRT-VAL-ACORDADO       TO WS-LD-VALOR
           MOVE SRT-DATA-ASSINATURA(7:2) TO WS-LD-DIA
           MOVE SRT-DATA-ASSINATURA(5:2) TO WS-LD-MES
           MOVE SRT-DATA-ASSINATURA(1:4) TO WS-LD-ANO
           WRITE REG-REL-LINHA FROM WS-LIN-DETALHE

           ADD 1                TO AS-CMP-QTD
           ADD SRT-VAL-ACORDADO TO AS-CMP-VALOR
           ADD SRT-VAL-ACORDADO TO AS-TOT-VALOR
           .
      *--------------------------------------------------------------*
      *    CABECALHO DO COMPRADOR COM OS DADOS DO CADASTRO-MESTRE    *
      *--------------------------------------------------------------*
       047-CABECALHO-COMPRADOR.

           ADD 1       TO WS-CTCOMPRADORES
           MOVE SRT-DOC TO CMP-DOC
                           WS-LC-DOC
           READ COMPRADOR-MESTRE
               INVALID KEY
                   ADD 1 TO WS-CTSEM-CADASTRO
                   MOVE '*** COMPRADOR NAO CADASTRADO'
                        TO WS-LC-NOME
                   MOVE SPACES TO WS-LC-CIDADE
                                  WS-LC-UF
                   DISPLAY '** CONTRATO DE COMPRADOR ' SRT-DOC
                           ' FORA DO COMPRADOR-MESTRE **'
               NOT INVALID KEY
                   MOVE CMP-NOME   TO WS-LC-NOME
                   MOVE CMP-CIDADE TO WS-LC-CIDADE
                   MOVE CMP-UF     TO WS-LC-UF
           END-READ

           WRITE REG-REL-LINHA FROM AS-HIFENS
           WRITE REG-REL-LINHA FROM WS-LIN-COMPRADOR
           WRITE REG-REL-LINHA FROM WS-CAB
           .
       048-TOTAIS-DO-COMPRADOR.

           MOVE AS-CMP-QTD   TO WS-LTC-QTD
           MOVE AS-CMP-VALOR TO WS-LTC-VALOR
           WRITE REG-REL-LINHA FROM WS-LIN-TOT-COMPRADOR
           MOVE ZEROS TO AS-CMP-QTD
                         AS-CMP-VALOR
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           MOVE WS-CTCOMPRADORES TO WS-LTG-COMPRADORES
           MOVE WS-CTVIGENTES    TO WS-LTG-QTD
           MOVE AS-TOT-VALOR     TO WS-LTG-VALOR
           WRITE REG-REL-LINHA FROM AS-HIFENS
           WRITE REG-REL-LINHA FROM WS-LIN-TOT-GERAL

           CLOSE CONTRATO-VENDA
           CLOSE COMPRADOR-MESTRE
           CLOSE REL-EXTRATO
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "CONTRATOS LIDOS.........: " WS-CTLIDOS
           DISPLAY "CONTRATOS EM VIGOR......: " WS-CTVIGENTES
           DISPLAY "COMPRADORES NO EXTRATO..: " WS-CTCOMPRADORES
           DISPLAY "COMPRADOR FORA CADASTRO.: " WS-CTSEM-CADASTRO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG035"

           MOVE 'T'            TO WS-LOG-EVENTO
           MOVE WS-CTVIGENTES  TO WS-LOG-QTD-REGS
           MOVE ZEROS          TO WS-LOG-COD-RETORNO
           IF WS-CTSEM-CADASTRO NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
           IF WS-CTSEM-CADASTRO NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG035 <-------------------*
