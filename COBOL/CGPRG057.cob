       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG057.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: VERIFICACAO DE DECLARACOES - A SYSIN TRAZ OS        *
      *           CODIGOS DE VERIFICACAO APRESENTADOS POR TERCEIROS  *
      *           (UM POR CARTAO, COMO IMPRESSO NA DECLARACAO:       *
      *           T-AAAAMMDD-NNNNNN-DV). O REGISTRO DE DECLARACOES   *
      *           EMITIDAS (REGDECL, GRAVADO PELO CGPRG056) E LIDO   *
      *           UMA VEZ E CADA CODIGO SAI NO RELVERIF COMO         *
      *           AUTENTICO - COM O QUE A DECLARACAO CERTIFICOU - OU *
      *           COMO NAO AUTENTICO (INEXISTENTE, NAO CONFERE OU    *
      *           MAL FORMADO).                                      *
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
           SELECT REG-DECLARACOES ASSIGN TO REGDECL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGDECL-STATUS.
           SELECT REL-VERIFICACAO ASSIGN TO RELVERIF
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> REGISTRO DE DECLARACOES EMITIDAS (CGPRG056) - AQUI
      *       SOMENTE CONSULTA
       FD  REG-DECLARACOES
           RECORDING MODE IS F.
       COPY CGDECL01 REPLACING DECLARACAO-RECORD BY REG-DECLARACAO.
      *-----> RESULTADO DA VERIFICACAO DOS CODIGOS APRESENTADOS
       FD  REL-VERIFICACAO
           RECORDING MODE IS F.
       01  REG-REL-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-REGDECL-STATUS      PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  WS-SYSIN-FIM           PIC X(01) VALUE 'N'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  WS-CTLIDOS             PIC 9(06) VALUE ZEROS.
       77  WS-CTAUTENTICOS        PIC 9(04) VALUE ZEROS.
       77  WS-CTNAO-AUTENTICOS    PIC 9(04) VALUE ZEROS.
      *-----> CODIGOS RECEBIDOS VIA SYSIN: UM POR CARTAO, NO FORMATO
      *       IMPRESSO NA DECLARACAO. SITUACAO DE CADA CODIGO:
      *       ' ' NAO ENCONTRADO (AINDA), 'A' AUTENTICO, 'X' NUMERO
      *       EXISTE MAS O CODIGO NAO CONFERE, 'F' MAL FORMADO
       77  WS-QTD-CODIGOS         PIC 9(03) VALUE ZEROS.
       77  WS-IDX-COD             PIC 9(03) COMP.
       77  WS-ACHOU-COD           PIC 9(03) COMP.
       01  WS-REG-SYSIN.
           05 WS-CODIGO-IN.
              10 CI-TIPO          PIC X(01).
              10 CI-SEP-1         PIC X(01).
              10 CI-DATA          PIC X(08).
              10 CI-SEP-2         PIC X(01).
              10 CI-NUMERO        PIC X(06).
              10 CI-SEP-3         PIC X(01).
              10 CI-DV            PIC X(02).
           05 FILLER              PIC X(60).
       01  WS-TAB-CODIGOS-AREA.
           05 WS-TAB-CODIGO       OCCURS 100 TIMES.
              10 TC-CODIGO-EDIT   PIC X(20).
              10 TC-CODIGO.
                 15 TC-TIPO       PIC X(01).
                 15 TC-DATA       PIC 9(08).
                 15 TC-NUMERO     PIC 9(06).
                 15 TC-DV         PIC 9(02).
              10 TC-SITUACAO      PIC X(01).
      *-----> DETALHES DO REGISTRO SO SAEM LOGO APOS O CABECALHO DE
      *       UM CODIGO AUTENTICO
       77  WS-IMPRIMINDO          PIC X(01) VALUE 'N'.
      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(30) VALUE
                                   'VERIFICACAO DE DECLARACOES EMI'.
           05 FILLER              PIC X(14) VALUE
                                   'TIDAS - DATA: '.
           05 WS-LT-DIA           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LT-MES           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LT-ANO           PIC 9(04).
           05 FILLER              PIC X(26) VALUE SPACES.
       01  WS-LIN-RESULTADO.
           05 FILLER              PIC X(07) VALUE 'CODIGO '.
           05 WS-LR-CODIGO        PIC X(20).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-LR-RESULTADO     PIC X(50).
       01  WS-LIN-EMISSAO.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LE-TIPO          PIC X(26).
           05 FILLER              PIC X(11) VALUE ' EMITIDA EM'.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LE-DIA           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LE-MES           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LE-ANO           PIC 9(04).
           05 FILLER              PIC X(29) VALUE SPACES.
       01  WS-LIN-ALUNO.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE 'ALUNO: '.
           05 WS-LA-NOME          PIC X(25).
           05 FILLER              PIC X(05) VALUE ' RA: '.
           05 WS-LA-RA            PIC X(13).
           05 FILLER              PIC X(27) VALUE SPACES.
       01  WS-LIN-CURSO.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE 'CURSO: '.
           05 WS-LC-CURSO         PIC X(12).
           05 FILLER              PIC X(18) VALUE
                                   '  PERIODO LETIVO: '.
           05 WS-LC-ANO           PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LC-SEM           PIC 9(01).
           05 FILLER              PIC X(34) VALUE SPACES.
       01  WS-LIN-DETALHE.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-LD-DISC          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LD-NOME          PIC X(26).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LD-NOTAS.
              10 WS-LD-NOTA1      PIC Z9,99.
              10 FILLER           PIC X(01) VALUE SPACES.
              10 WS-LD-NOTA2      PIC Z9,99.
              10 FILLER           PIC X(01) VALUE SPACES.
              10 WS-LD-MEDIA      PIC Z9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LD-SITUACAO      PIC X(11).
           05 FILLER              PIC X(10) VALUE SPACES.
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG057'.
           05 WS-LOG-EVENTO       PIC X(01).
           05 WS-LOG-QTD-REGS     PIC 9(06).
           05 WS-LOG-COD-RETORNO  PIC 99.

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

           DISPLAY "** PROGRAMA 57 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "VERIFICACAO DE CODIGOS DE DECLARACOES"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA

           OPEN INPUT REG-DECLARACOES
           IF WS-REGDECL-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O REGISTRO DE DECLARACOES - '
                       'STATUS ' WS-REGDECL-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REL-VERIFICACAO

           MOVE AS-DATA(7:2) TO WS-LT-DIA
           MOVE AS-DATA(5:2) TO WS-LT-MES
           MOVE AS-DATA(1:4) TO WS-LT-ANO
           WRITE REG-REL-LINHA FROM WS-LIN-TITULO
           WRITE REG-REL-LINHA FROM AS-HIFENS

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS

           PERFORM 020-CARREGAR-CODIGOS
           PERFORM 025-LER-REGISTRO
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS CODIGOS APRESENTADOS RECEBIDOS NA SYSIN       *
      *--------------------------------------------------------------*
       020-CARREGAR-CODIGOS.

           PERFORM UNTIL WS-SYSIN-FIM = 'S'
               ACCEPT WS-REG-SYSIN FROM SYSIN
               IF WS-REG-SYSIN = ALL '9'
                   MOVE 'S' TO WS-SYSIN-FIM
               ELSE
                   MOVE ZEROS TO WS-ACHOU-COD
                   PERFORM 021-PROCURAR-REPETIDO
                       VARYING WS-IDX-COD FROM 1 BY 1
                       UNTIL WS-IDX-COD > WS-QTD-CODIGOS
                          OR WS-ACHOU-COD NOT = ZEROS
                   EVALUATE TRUE
                       WHEN WS-ACHOU-COD NOT = ZEROS
                           DISPLAY '** CODIGO ' WS-CODIGO-IN
                                   ' REPETIDO NA SYSIN - IGNORADO **'
                       WHEN WS-QTD-CODIGOS < 100
                           ADD 1 TO WS-QTD-CODIGOS
                           PERFORM 022-CRITICAR-CODIGO
                       WHEN OTHER
                           DISPLAY '** TABELA DE CODIGOS CHEIA - '
                                   'CODIGO ' WS-CODIGO-IN
                                   ' NAO VERIFICADO **'
                   END-EVALUATE
               END-IF
           END-PERFORM

           DISPLAY 'CODIGOS A VERIFICAR: ' WS-QTD-CODIGOS
           .
       021-PROCURAR-REPETIDO.

           IF TC-CODIGO-EDIT(WS-IDX-COD) = WS-CODIGO-IN
               MOVE WS-IDX-COD TO WS-ACHOU-COD
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O FORMATO DO CODIGO ANTES DE PROCURA-LO          *
      *--------------------------------------------------------------*
       022-CRITICAR-CODIGO.

           MOVE WS-CODIGO-IN TO TC-CODIGO-EDIT(WS-QTD-CODIGOS)
           MOVE SPACES       TO TC-SITUACAO(WS-QTD-CODIGOS)
           IF (CI-TIPO = 'M' OR CI-TIPO = 'N')
              AND CI-SEP-1 = '-' AND CI-SEP-2 = '-'
              AND CI-SEP-3 = '-'
              AND CI-DATA IS NUMERIC AND CI-NUMERO IS NUMERIC
              AND CI-DV IS NUMERIC
               MOVE CI-TIPO   TO TC-TIPO(WS-QTD-CODIGOS)
               MOVE CI-DATA   TO TC-DATA(WS-QTD-CODIGOS)
               MOVE CI-NUMERO TO TC-NUMERO(WS-QTD-CODIGOS)
               MOVE CI-DV     TO TC-DV(WS-QTD-CODIGOS)
           ELSE
               MOVE 'F'       TO TC-SITUACAO(WS-QTD-CODIGOS)
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DE UM REGISTRO DE DECLARACAO           *
      *--------------------------------------------------------------*
       025-LER-REGISTRO.

           READ REG-DECLARACOES
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CTLIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    TRATAR UM REGISTRO: O CABECALHO E CONFRONTADO COM OS      *
      *    CODIGOS PEDIDOS; OS DETALHES SEGUEM O CABECALHO AUTENTICO *
      *--------------------------------------------------------------*
       030-PROCESSAR.

      *-----> TODOS OS CODIGOS COM O NUMERO DO CABECALHO SAO
      *       CONFRONTADOS - SO UM PODE SER O AUTENTICO, E O BLOCO
      *       DELE SAI POR ULTIMO, SEGUIDO DAS DISCIPLINAS
           IF DCL-CABECALHO
               MOVE 'N'   TO WS-IMPRIMINDO
               MOVE ZEROS TO WS-ACHOU-COD
               PERFORM 032-COMPARAR-NUMERO
                   VARYING WS-IDX-COD FROM 1 BY 1
                   UNTIL WS-IDX-COD > WS-QTD-CODIGOS
               IF WS-ACHOU-COD NOT = ZEROS
                   PERFORM 034-CODIGO-AUTENTICO
               END-IF
           ELSE
               IF WS-IMPRIMINDO = 'S'
                   PERFORM 038-LINHA-DISCIPLINA
               END-IF
           END-IF

           PERFORM 025-LER-REGISTRO
           .
      *--------------------------------------------------------------*
      *    NUMERO ENCONTRADO: O CODIGO INTEIRO (TIPO, DATA E DV)     *
      *    PRECISA BATER COM O GRAVADO NA EMISSAO                    *
      *--------------------------------------------------------------*
       032-COMPARAR-NUMERO.

           IF TC-SITUACAO(WS-IDX-COD) = SPACES
              AND TC-NUMERO(WS-IDX-COD) = DCL-NUMERO
               IF TC-CODIGO(WS-IDX-COD) = DCL-CODIGO
                   MOVE WS-IDX-COD TO WS-ACHOU-COD
               ELSE
                   PERFORM 035-CODIGO-NAO-CONFERE
               END-IF
           END-IF
           .
       034-CODIGO-AUTENTICO.

           MOVE 'A' TO TC-SITUACAO(WS-ACHOU-COD)
           MOVE 'S' TO WS-IMPRIMINDO
           ADD 1    TO WS-CTAUTENTICOS
           MOVE TC-CODIGO-EDIT(WS-ACHOU-COD) TO WS-LR-CODIGO
           MOVE 'AUTENTICO' TO WS-LR-RESULTADO
           WRITE REG-REL-LINHA FROM WS-LIN-RESULTADO
           PERFORM 036-LINHAS-CABECALHO
           .
      *-----> O CONTEUDO DE UMA DECLARACAO NAO E MOSTRADO PARA QUEM
      *       NAO TEM O CODIGO CORRETO
       035-CODIGO-NAO-CONFERE.

           MOVE 'X' TO TC-SITUACAO(WS-IDX-COD)
           ADD 1    TO WS-CTNAO-AUTENTICOS
           MOVE TC-CODIGO-EDIT(WS-IDX-COD) TO WS-LR-CODIGO
           MOVE 'NAO AUTENTICO - CODIGO NAO CONFERE'
                             TO WS-LR-RESULTADO
           WRITE REG-REL-LINHA FROM WS-LIN-RESULTADO
           DISPLAY '** CODIGO ' TC-CODIGO-EDIT(WS-IDX-COD)
                   ' NAO CONFERE COM O REGISTRO **'
           .
      *--------------------------------------------------------------*
      *    O QUE A DECLARACAO AUTENTICA CERTIFICOU                   *
      *--------------------------------------------------------------*
       036-LINHAS-CABECALHO.

           IF DCL-DECL-MATRICULA
               MOVE 'DECLARACAO DE MATRICULA' TO WS-LE-TIPO
           ELSE
               MOVE 'DECLARACAO DE NOTAS'     TO WS-LE-TIPO
           END-IF
           MOVE DCL-COD-DATA(7:2) TO WS-LE-DIA
           MOVE DCL-COD-DATA(5:2) TO WS-LE-MES
           MOVE DCL-COD-DATA(1:4) TO WS-LE-ANO
           WRITE REG-REL-LINHA FROM WS-LIN-EMISSAO
           MOVE DCL-NOME          TO WS-LA-NOME
           MOVE DCL-RA            TO WS-LA-RA
           WRITE REG-REL-LINHA FROM WS-LIN-ALUNO
           MOVE DCL-CURSO         TO WS-LC-CURSO
           MOVE DCL-TERMO(1:4)    TO WS-LC-ANO
           MOVE DCL-TERMO(5:1)    TO WS-LC-SEM
           WRITE REG-REL-LINHA FROM WS-LIN-CURSO
           .
      *--------------------------------------------------------------*
      *    UMA DISCIPLINA CERTIFICADA - NOTAS SO NA DECLARACAO DE    *
      *    NOTAS                                                     *
      *--------------------------------------------------------------*
       038-LINHA-DISCIPLINA.

           MOVE DCL-DISC      TO WS-LD-DISC
           MOVE DCL-DISC-NOME TO WS-LD-NOME
           MOVE DCL-NOTA1     TO WS-LD-NOTA1
           MOVE DCL-NOTA2     TO WS-LD-NOTA2
           MOVE DCL-MEDIA     TO WS-LD-MEDIA
           MOVE DCL-SITUACAO  TO WS-LD-SITUACAO
           IF DCL-SITUACAO = 'MATRICULADO'
               MOVE SPACES    TO WS-LD-NOTAS
           END-IF
           WRITE REG-REL-LINHA FROM WS-LIN-DETALHE
           .
      *--------------------------------------------------------------*
      *    APONTAR OS CODIGOS QUE NAO CONSTAM DO REGISTRO OU QUE     *
      *    VIERAM MAL FORMADOS                                       *
      *--------------------------------------------------------------*
       045-APONTAR-NAO-ENCONTRADO.

           IF TC-SITUACAO(WS-IDX-COD) = SPACES
              OR TC-SITUACAO(WS-IDX-COD) = 'F'
               ADD 1 TO WS-CTNAO-AUTENTICOS
               MOVE TC-CODIGO-EDIT(WS-IDX-COD) TO WS-LR-CODIGO
               IF TC-SITUACAO(WS-IDX-COD) = 'F'
                   MOVE 'NAO AUTENTICO - CODIGO MAL FORMADO'
                                     TO WS-LR-RESULTADO
               ELSE
                   MOVE 'NAO AUTENTICO - NAO CONSTA DO REGISTRO'
                                     TO WS-LR-RESULTADO
               END-IF
               WRITE REG-REL-LINHA FROM WS-LIN-RESULTADO
               DISPLAY '** CODIGO ' TC-CODIGO-EDIT(WS-IDX-COD)
                       ' NAO AUTENTICO **'
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           PERFORM 045-APONTAR-NAO-ENCONTRADO
               VARYING WS-IDX-COD FROM 1 BY 1
               UNTIL WS-IDX-COD > WS-QTD-CODIGOS

           CLOSE REG-DECLARACOES
           CLOSE REL-VERIFICACAO
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "REGISTROS LIDOS.........: " WS-CTLIDOS
           DISPLAY "CODIGOS AUTENTICOS......: " WS-CTAUTENTICOS
           DISPLAY "CODIGOS NAO AUTENTICOS..: " WS-CTNAO-AUTENTICOS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG057"

           MOVE 'T'          TO WS-LOG-EVENTO
           MOVE WS-CTLIDOS   TO WS-LOG-QTD-REGS
           MOVE ZEROS        TO WS-LOG-COD-RETORNO
           IF WS-CTNAO-AUTENTICOS NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
           IF WS-CTNAO-AUTENTICOS NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG057 <-------------------*
