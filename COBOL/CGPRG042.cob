       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG042.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: META X REALIZADO DO MES POR DEPARTAMENTO - CRUZA O  *
      *           CONSOLIDADO MENSAL (REGISTROS 'D' DO CGPRG014) COM *
      *           AS METAS DO MES (CGPRG041) E IMPRIME, PARA LOTES,  *
      *           VALOR DE VENDA E COMISSAO: META, REALIZADO,        *
      *           PERCENTUAL ATINGIDO E PROJECAO DO MES PELA         *
      *           DATA-MOVIMENTO (REALIZADO / DIAS CORRIDOS X DIAS   *
      *           DO MES). LISTA OS DEPARTAMENTOS CUJA PROJECAO DE   *
      *           VENDA FICA ABAIXO DO PERCENTUAL-LIMITE DO CARTAO   *
      *           SYSIN E FECHA COM O ROLO POR REGIAO                *
      *           (DEPT-REGIAO), NOS MOLDES DO CGPRG033.             *
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
           SELECT CONS-ANTERIOR ASSIGN TO CONSANT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONSANT-STATUS.
           SELECT METAS-VENDA ASSIGN TO METAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS META-CHAVE
               FILE STATUS IS WS-METAS-STATUS.
           SELECT DEPTO-MESTRE ASSIGN TO DEPTOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-NR
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT REL-METAS ASSIGN TO RELMETAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> CONSOLIDADO MENSAL GRAVADO PELO CGPRG014: TIPO 'D' =
      *       ACUMULADO DO MES POR DEPARTAMENTO (O REALIZADO), TIPO
      *       'A' = TOTAL DO MES ANTERIOR (NAO USADO AQUI)
       FD  CONS-ANTERIOR
           RECORDING MODE IS F.
       01  REG-CONS-ANT.
           05 CA-TIPO             PIC X(01).
           05 CA-MES              PIC 9(06).
           05 CA-DPTO             PIC 9(04).
           05 CA-NOME-DPTO        PIC X(15).
           05 CA-QTD-LOTES        PIC 9(06).
           05 CA-VAL-VENDA        PIC 9(11)V99.
           05 CA-COMISSAO         PIC 9(10)V99.
           05 FILLER              PIC X(23).
      *-----> METAS MENSAIS DE VENDA (VSAM/INDEXADO POR
      *       DEPARTAMENTO + MES), MANTIDAS PELO CGPRG041
       FD  METAS-VENDA
           RECORDING MODE IS F.
       COPY CGMETA01 REPLACING META-RECORD BY REG-META.
      *-----> CADASTRO-MESTRE DE DEPARTAMENTOS (VSAM/INDEXADO POR
      *       NUMERO) - AQUI SO PARA BUSCAR NOME E DEPT-REGIAO
       FD  DEPTO-MESTRE
           RECORDING MODE IS F.
       COPY CGDEPT01 REPLACING DEPT-RECORD BY REG-DEPTO-MESTRE.
      *-----> RELATORIO META X REALIZADO
       FD  REL-METAS
           RECORDING MODE IS F.
       01  REG-REL-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-CONSANT-STATUS      PIC X(02).
       77  WS-METAS-STATUS        PIC X(02).
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-REL-STATUS          PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
       77  WS-MES-ATUAL           PIC 9(06).
      *-----> PERCENTUAL-LIMITE RECEBIDO VIA SYSIN (PROJECAO DE
      *       VENDA ABAIXO DELE APONTA O DEPARTAMENTO) - CARTAO
      *       AUSENTE OU INVALIDO ASSUME 80%
       01  WS-REG-SYSIN.
           05 WS-PCT-LIMITE-IN    PIC 9(03).
           05 FILLER              PIC X(77).
       77  WS-PCT-LIMITE          PIC 9(03) VALUE 80.
      *-----> DIAS CORRIDOS E DIAS DO MES PARA A PROJECAO
       01  WS-DIAS-MES-AREA.
           05 FILLER              PIC X(24) VALUE
                                   '312831303130313130313031'.
       01  WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-AREA.
           05 WS-DIAS-DO-MES      PIC 9(02) OCCURS 12 TIMES.
       77  WS-DIA-CORRENTE        PIC 9(02).
       77  WS-QTD-DIAS-MES        PIC 9(02).
       77  WS-MM                  PIC 9(02).
       77  WS-ANO                 PIC 9(04).
       77  WS-QUOC                PIC 9(04) COMP.
       77  WS-RESTO               PIC 9(02) COMP.
      *-----> DEPARTAMENTOS DO MES (CONSOLIDADO E/OU META)
       77  WS-QTD-DPTOS           PIC 9(02) VALUE ZEROS.
       77  WS-I                   PIC 9(02) COMP.
       77  WS-J                   PIC 9(02) COMP.
       77  WS-ACHOU               PIC 9(02) COMP.
       77  WS-DPTO-BUSCA          PIC 9(04).
       01  WS-TAB-DPTO-AREA.
           05 WS-TAB-DPTO         OCCURS 50 TIMES.
              10 TD-DPTO          PIC 9(04).
              10 TD-NOME          PIC X(15).
              10 TD-REGIAO        PIC X(10).
              10 TD-TEM-META      PIC X(01).
              10 TD-QTD           PIC 9(06).
              10 TD-VENDA         PIC 9(11)V99.
              10 TD-COMISSAO      PIC 9(10)V99.
              10 TD-META-QTD      PIC 9(06).
              10 TD-META-VENDA    PIC 9(11)V99.
              10 TD-META-COMISSAO PIC 9(10)V99.
              10 TD-PCT-PROJ      PIC 9(05)V99.
      *-----> ACUMULADO POR REGIAO (DEPT-REGIAO E TEXTO LIVRE DO
      *       CGPRG015 - DIMENSIONADO COMO A TABELA DE DEPTOS)
       77  WS-QTD-REGIOES         PIC 9(02) VALUE ZEROS.
       77  WS-REGIAO-BUSCA        PIC X(10).
       01  WS-TAB-REGIAO-AREA.
           05 WS-TAB-REGIAO       OCCURS 50 TIMES.
              10 TR-REGIAO        PIC X(10).
              10 TR-QTD           PIC 9(07).
              10 TR-VENDA         PIC 9(12)V99.
              10 TR-COMISSAO      PIC 9(11)V99.
              10 TR-META-QTD      PIC 9(07).
              10 TR-META-VENDA    PIC 9(12)V99.
              10 TR-META-COMISSAO PIC 9(11)V99.
      *-----> APURACAO DE PERCENTUAIS E PROJECAO
       77  AS-CALC-REAL           PIC 9(12)V99.
       77  AS-CALC-META           PIC 9(12)V99.
       77  AS-CALC-PCT            PIC 9(05)V99.
       77  AS-PROJ-QTD            PIC 9(07).
       77  AS-PROJ-VENDA          PIC 9(12)V99.
       77  AS-PROJ-COMISSAO       PIC 9(11)V99.
       77  WS-CTSEM-META          PIC 9(04) VALUE ZEROS.
       77  WS-CTABAIXO            PIC 9(04) VALUE ZEROS.
       77  WS-CTMETAS-MES         PIC 9(04) VALUE ZEROS.
      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(26) VALUE
                                   'META X REALIZADO DO MES '.
           05 WS-LT-MES           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LT-ANO           PIC 9(04).
           05 FILLER              PIC X(18) VALUE
                                   ' - POSICAO NO DIA '.
           05 WS-LT-DIA           PIC 9(02).
           05 FILLER              PIC X(04) VALUE ' DE '.
           05 WS-LT-DIAS-MES      PIC 9(02).
           05 FILLER              PIC X(21) VALUE SPACES.
       01  WS-LIN-DEPTO.
           05 FILLER              PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 WS-LDP-DPTO         PIC 9(04).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-LDP-NOME         PIC X(15).
           05 FILLER              PIC X(10) VALUE '  REGIAO: '.
           05 WS-LDP-REGIAO       PIC X(10).
           05 FILLER              PIC X(24) VALUE SPACES.
       01  WS-CAB-MEDIDA.
           05 FILLER              PIC X(13) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE '           META'.
           05 FILLER              PIC X(15) VALUE '      REALIZADO'.
           05 FILLER              PIC X(09) VALUE '   ATING%'.
           05 FILLER              PIC X(15) VALUE '       PROJECAO'.
           05 FILLER              PIC X(09) VALUE '    PROJ%'.
           05 FILLER              PIC X(04) VALUE SPACES.
       01  WS-LIN-MEDIDA-VAL.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LMV-DESCR        PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LMV-META         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LMV-REAL         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LMV-PCT          PIC ZZZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LMV-PROJ         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LMV-PCT-PROJ     PIC ZZZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LMV-MARCA        PIC X(03).
       01  WS-LIN-MEDIDA-QTD.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LMQ-DESCR        PIC X(10).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-LMQ-META         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-LMQ-REAL         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LMQ-PCT          PIC ZZZZ9,99.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-LMQ-PROJ         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LMQ-PCT-PROJ     PIC ZZZZ9,99.
           05 FILLER              PIC X(04) VALUE SPACES.
       01  WS-LIN-SEM-META.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(50) VALUE
               '*** DEPARTAMENTO SEM META CADASTRADA PARA O MES'.
           05 FILLER              PIC X(27) VALUE SPACES.
       01  WS-LIN-LIMITE.
           05 FILLER              PIC X(43) VALUE
                   'DEPARTAMENTOS COM PROJECAO DE VENDA ABAIXO '.
           05 FILLER              PIC X(03) VALUE 'DE '.
           05 WS-LL-LIMITE        PIC ZZ9.
           05 FILLER              PIC X(10) VALUE '% DA META'.
           05 FILLER              PIC X(21) VALUE SPACES.
       01  WS-LIN-ABAIXO.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LAB-DPTO         PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LAB-NOME         PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LAB-REGIAO       PIC X(10).
           05 FILLER              PIC X(07) VALUE ' PROJ: '.
           05 WS-LAB-PCT-PROJ     PIC ZZZZ9,99.
           05 FILLER              PIC X(10) VALUE '%  ATING: '.
           05 WS-LAB-PCT          PIC ZZZZ9,99.
           05 FILLER              PIC X(01) VALUE '%'.
           05 FILLER              PIC X(12) VALUE SPACES.
       01  WS-LIN-NENHUM.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
                         'NENHUM DEPARTAMENTO ABAIXO DO LIMITE'.
           05 FILLER              PIC X(37) VALUE SPACES.
       01  WS-CAB-REGIAO.
           05 FILLER              PIC X(10) VALUE 'REGIAO'.
           05 FILLER              PIC X(15) VALUE '     META VENDA'.
           05 FILLER              PIC X(15) VALUE '      REALIZADO'.
           05 FILLER              PIC X(09) VALUE '   ATING%'.
           05 FILLER              PIC X(09) VALUE '    PROJ%'.
           05 FILLER              PIC X(09) VALUE '   LOTES%'.
           05 FILLER              PIC X(09) VALUE '   COMIS%'.
           05 FILLER              PIC X(04) VALUE SPACES.
       01  WS-LIN-REGIAO.
           05 WS-LRG-REGIAO       PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LRG-META         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LRG-REAL         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LRG-PCT          PIC ZZZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LRG-PCT-PROJ     PIC ZZZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LRG-PCT-QTD      PIC ZZZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LRG-PCT-COM      PIC ZZZZ9,99.
           05 FILLER              PIC X(04) VALUE SPACES.
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA     PIC X(08) VALUE 'CGPRG042'.
           05 WS-LOG-EVENTO       PIC X(01).
           05 WS-LOG-QTD-REGS     PIC 9(06).
           05 WS-LOG-COD-RETORNO  PIC 99.

       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 020-CARREGAR-CONSOLIDADO
           PERFORM 025-CARREGAR-METAS
           PERFORM 030-IMPRIMIR-DEPARTAMENTOS
           PERFORM 040-ABAIXO-DO-LIMITE
           PERFORM 045-RESUMO-REGIONAL
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 42 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "META X REALIZADO POR DEPARTAMENTO"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA
           MOVE AS-DATA(1:6) TO WS-MES-ATUAL
           MOVE AS-DATA(1:4) TO WS-ANO
           MOVE AS-DATA(5:2) TO WS-MM
           MOVE AS-DATA(7:2) TO WS-DIA-CORRENTE

      *-----> DIAS DO MES DA DATA-MOVIMENTO (FEVEREIRO DE ANO
      *       BISSEXTO TEM 29)
           MOVE WS-DIAS-DO-MES(WS-MM) TO WS-QTD-DIAS-MES
           IF WS-MM = 02
               DIVIDE WS-ANO BY 4 GIVING WS-QUOC
                      REMAINDER WS-RESTO
               IF WS-RESTO = ZEROS
                   MOVE 29 TO WS-QTD-DIAS-MES
               END-IF
           END-IF

           ACCEPT WS-REG-SYSIN FROM SYSIN
           IF WS-PCT-LIMITE-IN NUMERIC
              AND WS-PCT-LIMITE-IN NOT = ZEROS
               MOVE WS-PCT-LIMITE-IN TO WS-PCT-LIMITE
           ELSE
               DISPLAY 'CARTAO DE LIMITE AUSENTE OU INVALIDO - '
                       'ASSUMIDO ' WS-PCT-LIMITE '%'
           END-IF

           OPEN INPUT DEPTO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O DEPTO-MESTRE - STATUS '
                       WS-MESTRE-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REL-METAS

           MOVE WS-MM           TO WS-LT-MES
           MOVE WS-ANO          TO WS-LT-ANO
           MOVE WS-DIA-CORRENTE TO WS-LT-DIA
           MOVE WS-QTD-DIAS-MES TO WS-LT-DIAS-MES
           WRITE REG-REL-LINHA FROM WS-LIN-TITULO

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS 'D' DO MES DO CONSOLIDADO (O REALIZADO)       *
      *--------------------------------------------------------------*
       020-CARREGAR-CONSOLIDADO.

           OPEN INPUT CONS-ANTERIOR
           IF WS-CONSANT-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O CONSOLIDADO - STATUS '
                       WS-CONSANT-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIM = 'S'
               READ CONS-ANTERIOR
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       IF CA-TIPO = 'D' AND CA-MES = WS-MES-ATUAL
                           MOVE CA-DPTO TO WS-DPTO-BUSCA
                           PERFORM 027-ACHAR-DEPTO
                           IF WS-ACHOU NOT = ZEROS
                               MOVE CA-NOME-DPTO TO TD-NOME(WS-ACHOU)
                               MOVE CA-QTD-LOTES TO TD-QTD(WS-ACHOU)
                               MOVE CA-VAL-VENDA TO TD-VENDA(WS-ACHOU)
                               MOVE CA-COMISSAO
                                    TO TD-COMISSAO(WS-ACHOU)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONS-ANTERIOR
           DISPLAY 'DEPARTAMENTOS DO MES NO CONSOLIDADO: '
                   WS-QTD-DPTOS
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS METAS DO MES - DEPARTAMENTO COM META E SEM    *
      *    VENDA NO MES ENTRA COM REALIZADO ZERO                     *
      *--------------------------------------------------------------*
       025-CARREGAR-METAS.

           MOVE 'N' TO WS-FIM
           OPEN INPUT METAS-VENDA
      *-----> SEM ARQUIVO DE METAS TODOS OS DEPARTAMENTOS SAEM
      *       COMO SEM META
           IF WS-METAS-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM
               DISPLAY '** ARQUIVO DE METAS INDISPONIVEL - STATUS '
                       WS-METAS-STATUS ' **'
           END-IF
           PERFORM UNTIL WS-FIM = 'S'
               READ METAS-VENDA NEXT
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       IF META-MES = WS-MES-ATUAL
                           PERFORM 026-APLICAR-META
                       END-IF
               END-READ
           END-PERFORM
           IF WS-METAS-STATUS = '00' OR WS-METAS-STATUS = '10'
               CLOSE METAS-VENDA
           END-IF
           DISPLAY 'METAS CADASTRADAS PARA O MES......: '
                   WS-CTMETAS-MES
           .
       026-APLICAR-META.

           ADD 1 TO WS-CTMETAS-MES
           MOVE META-DPTO TO WS-DPTO-BUSCA
           PERFORM 027-ACHAR-DEPTO
           IF WS-ACHOU NOT = ZEROS
               MOVE 'S'            TO TD-TEM-META(WS-ACHOU)
               MOVE META-QTD-LOTES TO TD-META-QTD(WS-ACHOU)
               MOVE META-VAL-VENDA TO TD-META-VENDA(WS-ACHOU)
               MOVE META-COMISSAO  TO TD-META-COMISSAO(WS-ACHOU)
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR (OU ABRIR) O DEPARTAMENTO NA TABELA, COM NOME E *
      *    REGIAO DO CADASTRO-MESTRE                                 *
      *--------------------------------------------------------------*
       027-ACHAR-DEPTO.

           MOVE ZEROS TO WS-ACHOU
           PERFORM 028-COMPARAR-DEPTO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-DPTOS OR WS-ACHOU NOT = ZEROS

           IF WS-ACHOU = ZEROS
               IF WS-QTD-DPTOS < 50
                   ADD 1 TO WS-QTD-DPTOS
                   MOVE WS-QTD-DPTOS  TO WS-ACHOU
                   MOVE WS-DPTO-BUSCA TO TD-DPTO(WS-ACHOU)
                   MOVE 'N'           TO TD-TEM-META(WS-ACHOU)
                   MOVE ZEROS TO TD-QTD(WS-ACHOU)
                                 TD-VENDA(WS-ACHOU)
                                 TD-COMISSAO(WS-ACHOU)
                                 TD-META-QTD(WS-ACHOU)
                                 TD-META-VENDA(WS-ACHOU)
                                 TD-META-COMISSAO(WS-ACHOU)
                                 TD-PCT-PROJ(WS-ACHOU)
                   MOVE WS-DPTO-BUSCA TO DEPT-NR
                   READ DEPTO-MESTRE
                       INVALID KEY
      *-------------------> DEPARTAMENTO FORA DO MESTRE NAO PODE
      *                     SUMIR DO TOTAL - ROLA NA REGIAO PROPRIA
                           MOVE SPACES TO TD-NOME(WS-ACHOU)
                           MOVE 'SEM REGIAO' TO TD-REGIAO(WS-ACHOU)
                           DISPLAY '** DEPTO ' WS-DPTO-BUSCA ' FORA '
                                   'DO MESTRE - ROLADO EM SEM REGIAO **'
                       NOT INVALID KEY
                           MOVE DEPT-NOME   TO TD-NOME(WS-ACHOU)
                           MOVE DEPT-REGIAO TO TD-REGIAO(WS-ACHOU)
                   END-READ
               ELSE
                   DISPLAY '** TABELA DE DEPARTAMENTOS CHEIA - DEPTO '
                           WS-DPTO-BUSCA ' FORA DO RELATORIO **'
               END-IF
           END-IF
           .
       028-COMPARAR-DEPTO.

           IF TD-DPTO(WS-I) = WS-DPTO-BUSCA
               MOVE WS-I TO WS-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR META, REALIZADO E PROJECAO DE CADA DEPARTAMENTO  *
      *--------------------------------------------------------------*
       030-IMPRIMIR-DEPARTAMENTOS.

           PERFORM 032-IMPRIMIR-DEPTO
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-QTD-DPTOS
           .
       032-IMPRIMIR-DEPTO.

           MOVE TD-DPTO(WS-J)   TO WS-LDP-DPTO
           MOVE TD-NOME(WS-J)   TO WS-LDP-NOME
           MOVE TD-REGIAO(WS-J) TO WS-LDP-REGIAO
           WRITE REG-REL-LINHA FROM AS-HIFENS
           WRITE REG-REL-LINHA FROM WS-LIN-DEPTO
           WRITE REG-REL-LINHA FROM WS-CAB-MEDIDA

      *-----> PROJECAO DO MES = REALIZADO / DIAS CORRIDOS X DIAS
      *       DO MES (RITMO MEDIO DIARIO MANTIDO ATE O FIM DO MES)
           COMPUTE AS-PROJ-QTD ROUNDED = TD-QTD(WS-J)
                 * WS-QTD-DIAS-MES / WS-DIA-CORRENTE
           COMPUTE AS-PROJ-VENDA ROUNDED = TD-VENDA(WS-J)
                 * WS-QTD-DIAS-MES / WS-DIA-CORRENTE
           COMPUTE AS-PROJ-COMISSAO ROUNDED = TD-COMISSAO(WS-J)
                 * WS-QTD-DIAS-MES / WS-DIA-CORRENTE

      *-----> LOTES
           MOVE 'LOTES'           TO WS-LMQ-DESCR
           MOVE TD-META-QTD(WS-J) TO WS-LMQ-META
                                     AS-CALC-META
           MOVE TD-QTD(WS-J)      TO WS-LMQ-REAL
                                     AS-CALC-REAL
           PERFORM 060-CALCULAR-PCT
           MOVE AS-CALC-PCT       TO WS-LMQ-PCT
           MOVE AS-PROJ-QTD       TO WS-LMQ-PROJ
                                     AS-CALC-REAL
           PERFORM 060-CALCULAR-PCT
           MOVE AS-CALC-PCT       TO WS-LMQ-PCT-PROJ
           WRITE REG-REL-LINHA FROM WS-LIN-MEDIDA-QTD

      *-----> VALOR DE VENDA - A PROJECAO DE VENDA E A MEDIDA QUE
      *       APONTA O DEPARTAMENTO ABAIXO DO LIMITE
           MOVE 'VENDA'             TO WS-LMV-DESCR
           MOVE TD-META-VENDA(WS-J) TO WS-LMV-META
                                       AS-CALC-META
           MOVE TD-VENDA(WS-J)      TO WS-LMV-REAL
                                       AS-CALC-REAL
           PERFORM 060-CALCULAR-PCT
           MOVE AS-CALC-PCT         TO WS-LMV-PCT
           MOVE AS-PROJ-VENDA       TO WS-LMV-PROJ
                                       AS-CALC-REAL
           PERFORM 060-CALCULAR-PCT
           MOVE AS-CALC-PCT         TO WS-LMV-PCT-PROJ
                                       TD-PCT-PROJ(WS-J)
           MOVE SPACES              TO WS-LMV-MARCA
           IF TD-TEM-META(WS-J) = 'S'
              AND AS-CALC-PCT < WS-PCT-LIMITE
               MOVE '<<<' TO WS-LMV-MARCA
           END-IF
           WRITE REG-REL-LINHA FROM WS-LIN-MEDIDA-VAL

      *-----> COMISSAO
           MOVE 'COMISSAO'             TO WS-LMV-DESCR
           MOVE TD-META-COMISSAO(WS-J) TO WS-LMV-META
                                          AS-CALC-META
           MOVE TD-COMISSAO(WS-J)      TO WS-LMV-REAL
                                          AS-CALC-REAL
           PERFORM 060-CALCULAR-PCT
           MOVE AS-CALC-PCT            TO WS-LMV-PCT
           MOVE AS-PROJ-COMISSAO       TO WS-LMV-PROJ
                                          AS-CALC-REAL
           PERFORM 060-CALCULAR-PCT
           MOVE AS-CALC-PCT            TO WS-LMV-PCT-PROJ
           MOVE SPACES                 TO WS-LMV-MARCA
           WRITE REG-REL-LINHA FROM WS-LIN-MEDIDA-VAL

           IF TD-TEM-META(WS-J) = 'N'
               ADD 1 TO WS-CTSEM-META
               WRITE REG-REL-LINHA FROM WS-LIN-SEM-META
           END-IF
           .
      *--------------------------------------------------------------*
      *    DEPARTAMENTOS COM PROJECAO DE VENDA ABAIXO DO LIMITE      *
      *--------------------------------------------------------------*
       040-ABAIXO-DO-LIMITE.

           WRITE REG-REL-LINHA FROM AS-HIFENS
           MOVE WS-PCT-LIMITE TO WS-LL-LIMITE
           WRITE REG-REL-LINHA FROM WS-LIN-LIMITE
           PERFORM 042-TESTAR-LIMITE
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-QTD-DPTOS
           IF WS-CTABAIXO = ZEROS
               WRITE REG-REL-LINHA FROM WS-LIN-NENHUM
           END-IF
           .
       042-TESTAR-LIMITE.

      *-----> DEPARTAMENTO SEM META NAO TEM PERCENTUAL A COMPARAR
           IF TD-TEM-META(WS-J) = 'S'
              AND TD-PCT-PROJ(WS-J) < WS-PCT-LIMITE
               ADD 1 TO WS-CTABAIXO
               MOVE TD-DPTO(WS-J)     TO WS-LAB-DPTO
               MOVE TD-NOME(WS-J)     TO WS-LAB-NOME
               MOVE TD-REGIAO(WS-J)   TO WS-LAB-REGIAO
               MOVE TD-PCT-PROJ(WS-J) TO WS-LAB-PCT-PROJ
               MOVE TD-META-VENDA(WS-J) TO AS-CALC-META
               MOVE TD-VENDA(WS-J)      TO AS-CALC-REAL
               PERFORM 060-CALCULAR-PCT
               MOVE AS-CALC-PCT       TO WS-LAB-PCT
               WRITE REG-REL-LINHA FROM WS-LIN-ABAIXO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ROLO POR REGIAO (DEPT-REGIAO DO CADASTRO-MESTRE)          *
      *--------------------------------------------------------------*
       045-RESUMO-REGIONAL.

           PERFORM 046-ROLAR-DEPTO
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-QTD-DPTOS

           WRITE REG-REL-LINHA FROM AS-HIFENS
           MOVE 'META X REALIZADO POR REGIAO' TO REG-REL-LINHA
           WRITE REG-REL-LINHA
           WRITE REG-REL-LINHA FROM WS-CAB-REGIAO
           PERFORM 048-IMPRIMIR-REGIAO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-REGIOES
           .
       046-ROLAR-DEPTO.

           MOVE TD-REGIAO(WS-J) TO WS-REGIAO-BUSCA
           MOVE ZEROS TO WS-ACHOU
           PERFORM 047-COMPARAR-REGIAO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-REGIOES OR WS-ACHOU NOT = ZEROS
           IF WS-ACHOU = ZEROS
               ADD 1 TO WS-QTD-REGIOES
               MOVE WS-QTD-REGIOES  TO WS-ACHOU
               MOVE WS-REGIAO-BUSCA TO TR-REGIAO(WS-ACHOU)
               MOVE ZEROS TO TR-QTD(WS-ACHOU)
                             TR-VENDA(WS-ACHOU)
                             TR-COMISSAO(WS-ACHOU)
                             TR-META-QTD(WS-ACHOU)
                             TR-META-VENDA(WS-ACHOU)
                             TR-META-COMISSAO(WS-ACHOU)
           END-IF

           ADD TD-QTD(WS-J)           TO TR-QTD(WS-ACHOU)
           ADD TD-VENDA(WS-J)         TO TR-VENDA(WS-ACHOU)
           ADD TD-COMISSAO(WS-J)      TO TR-COMISSAO(WS-ACHOU)
           ADD TD-META-QTD(WS-J)      TO TR-META-QTD(WS-ACHOU)
           ADD TD-META-VENDA(WS-J)    TO TR-META-VENDA(WS-ACHOU)
           ADD TD-META-COMISSAO(WS-J) TO TR-META-COMISSAO(WS-ACHOU)
           .
       047-COMPARAR-REGIAO.

           IF TR-REGIAO(WS-I) = WS-REGIAO-BUSCA
               MOVE WS-I TO WS-ACHOU
           END-IF
           .
       048-IMPRIMIR-REGIAO.

           MOVE TR-REGIAO(WS-I)     TO WS-LRG-REGIAO
           MOVE TR-META-VENDA(WS-I) TO WS-LRG-META
                                       AS-CALC-META
           MOVE TR-VENDA(WS-I)      TO WS-LRG-REAL
                                       AS-CALC-REAL
           PERFORM 060-CALCULAR-PCT
           MOVE AS-CALC-PCT         TO WS-LRG-PCT
           COMPUTE AS-CALC-REAL ROUNDED = TR-VENDA(WS-I)
                 * WS-QTD-DIAS-MES / WS-DIA-CORRENTE
           PERFORM 060-CALCULAR-PCT
           MOVE AS-CALC-PCT         TO WS-LRG-PCT-PROJ

           MOVE TR-META-QTD(WS-I)   TO AS-CALC-META
           MOVE TR-QTD(WS-I)        TO AS-CALC-REAL
           PERFORM 060-CALCULAR-PCT
           MOVE AS-CALC-PCT         TO WS-LRG-PCT-QTD

           MOVE TR-META-COMISSAO(WS-I) TO AS-CALC-META
           MOVE TR-COMISSAO(WS-I)      TO AS-CALC-REAL
           PERFORM 060-CALCULAR-PCT
           MOVE AS-CALC-PCT         TO WS-LRG-PCT-COM
           WRITE REG-REL-LINHA FROM WS-LIN-REGIAO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE DEPTO-MESTRE
           CLOSE REL-METAS
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "DEPARTAMENTOS NO RELATORIO: " WS-QTD-DPTOS
           DISPLAY "DEPARTAMENTOS SEM META....: " WS-CTSEM-META
           DISPLAY "ABAIXO DO LIMITE..........: " WS-CTABAIXO
           DISPLAY "REGIOES...................: " WS-QTD-REGIOES
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG042"

           MOVE 'T'           TO WS-LOG-EVENTO
           MOVE WS-QTD-DPTOS  TO WS-LOG-QTD-REGS
           MOVE ZEROS         TO WS-LOG-COD-RETORNO
           IF WS-CTSEM-META NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
           IF WS-CTSEM-META NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *--------------------------------------------------------------*
      *    PERCENTUAL ATINGIDO (REALIZADO / META) - META ZERO NAO    *
      *    TEM PERCENTUAL E SAI COMO ZERO                            *
      *--------------------------------------------------------------*
       060-CALCULAR-PCT.

           IF AS-CALC-META = ZEROS
               MOVE ZEROS TO AS-CALC-PCT
           ELSE
               COMPUTE AS-CALC-PCT ROUNDED =
                       AS-CALC-REAL * 100 / AS-CALC-META
                   ON SIZE ERROR
                       MOVE 99999,99 TO AS-CALC-PCT
               END-COMPUTE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG042 <-------------------*
