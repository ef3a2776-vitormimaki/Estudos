       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG043.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: SIMULACAO DE PRECIFICACAO - REPRECIFICA UM CONJUNTO *
      *           DE LOTES COM A MESMA REGRA DO CGPRG004 (031-       *
      *           PRECIFICAR-LOTE / 032-ESCOLHER-FAIXA-COM) DUAS     *
      *           VEZES: COM AS TABELAS CORRENTES (TABCEP/TABCOM) E  *
      *           COM AS TABELAS PROPOSTAS PELO COMERCIAL (TABCEPN/  *
      *           TABCOMN). OS LOTES VEM DA CARTEIRA DO ESTOQUE      *
      *           (ESTOQLOT EM 'R'/'P') OU DAS GERACOES DO HISTORICO *
      *           DE VENDAS CONCATENADAS NO DD VENDHIST (MESMO       *
      *           DESENHO DO CGPRG031), CONFORME O CARTAO SYSIN.     *
      *           IMPRIME POR DEPARTAMENTO E PREFIXO DE CEP O VALOR  *
      *           ATUAL, O VALOR NOVO, AS DIFERENCAS DE VENDA E DE   *
      *           COMISSAO E OS LOTES QUE MUDAM DE FAIXA.            *
      *           SO LE: NAO GRAVA REGVEND NEM ESTOQLOT E NAO        *
      *           REGISTRA NO CTRLLOG (NAO E UM RUN DE PRECIFICACAO).*
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
      *-----> AS DUAS TABELAS DE CEP PRECISAM CHEGAR ORDENADAS
      *       ASCENDENTE POR PREFIXO, COMO NO CGPRG004 (SEARCH ALL) -
      *       AQUI A ORDEM E CONFERIDA NA CARGA
           SELECT TAB-CEP ASSIGN TO TABCEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TABCEP-STATUS.
           SELECT TAB-CEP-PROPOSTA ASSIGN TO TABCEPN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TABCEPN-STATUS.
           SELECT TAB-COMISSAO ASSIGN TO TABCOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TABCOM-STATUS.
           SELECT TAB-COM-PROPOSTA ASSIGN TO TABCOMN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TABCOMN-STATUS.
           SELECT ESTOQUE-LOTES ASSIGN TO ESTOQLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WS-ESTOQUE-STATUS.
           SELECT VENDAS-HISTORICO ASSIGN TO VENDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REL-SIMULACAO ASSIGN TO RELSIMUL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-SIMULACAO ASSIGN TO SORTWK01.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> TABELA CORRENTE DE PRECO DO M2 POR FAIXA DE CEP
       FD  TAB-CEP
           RECORDING MODE IS F.
       01  REG-TAB-CEP.
           05 TAB-CEP-PREFIXO    PIC 9(05).
           05 TAB-CEP-VAL-M2     PIC 9(05)V9(02).
      *-----> TABELA PROPOSTA DE PRECO DO M2 (MESMO LAYOUT)
       FD  TAB-CEP-PROPOSTA
           RECORDING MODE IS F.
       01  REG-TAB-CEPN.
           05 TABN-CEP-PREFIXO   PIC 9(05).
           05 TABN-CEP-VAL-M2    PIC 9(05)V9(02).
      *-----> FAIXAS CORRENTES DE COMISSAO (COM DATA DE VIGENCIA)
       FD  TAB-COMISSAO
           RECORDING MODE IS F.
       01  REG-TAB-COM.
           05 TAB-COM-VAL-DE     PIC 9(09)V9(02).
           05 TAB-COM-VAL-ATE    PIC 9(09)V9(02).
           05 TAB-COM-TAXA       PIC 9(01)V9(04).
           05 TAB-COM-MENSAGEM   PIC X(12).
           05 TAB-COM-VIGENCIA   PIC 9(08).
           05 FILLER             PIC X(33).
      *-----> FAIXAS PROPOSTAS DE COMISSAO (MESMO LAYOUT)
       FD  TAB-COM-PROPOSTA
           RECORDING MODE IS F.
       01  REG-TAB-COMN.
           05 TABN-COM-VAL-DE    PIC 9(09)V9(02).
           05 TABN-COM-VAL-ATE   PIC 9(09)V9(02).
           05 TABN-COM-TAXA      PIC 9(01)V9(04).
           05 TABN-COM-MENSAGEM  PIC X(12).
           05 TABN-COM-VIGENCIA  PIC 9(08).
           05 FILLER             PIC X(33).
      *-----> ESTOQUE DE LOTES (VSAM/INDEXADO) - SO LEITURA
       FD  ESTOQUE-LOTES
           RECORDING MODE IS F.
       COPY CGLOTE01 REPLACING LOTE-RECORD BY REG-ESTOQUE-LOTE.
      *-----> HISTORICO DE VENDAS: GERACOES DO REGVEND ARQUIVADAS
      *       PELO CGARQDIA - DETALHES E UM TRAILER POR GERACAO
       FD  VENDAS-HISTORICO
           RECORDING MODE IS F.
       01  REG-VENDA-ENT             PIC X(80).
       01  REG-VENDA-DET REDEFINES REG-VENDA-ENT.
           05 RV-DPTO             PIC 9(04).
           05 RV-NOME-DPTO        PIC X(15).
           05 RV-CEP              PIC 9(08).
           05 RV-FRENTE           PIC 9(03)V9(02).
           05 RV-COMP             PIC 9(03)V9(02).
           05 RV-VAL-M2           PIC 9(05)V9(02).
           05 RV-VAL-VENDA        PIC 9(08)V9(02).
           05 RV-COMISSAO         PIC 9(07)V9(02).
           05 RV-MENSAGEM         PIC X(12).
           05 FILLER              PIC X(05).
       01  REG-VENDA-TOTAIS REDEFINES REG-VENDA-ENT.
           05 RV-TOT-LITERAL      PIC X(20).
           05 FILLER              PIC X(60).
      *-----> RELATORIO DA SIMULACAO
       FD  REL-SIMULACAO
           RECORDING MODE IS F.
       01  REG-REL-LINHA             PIC X(80).
      *-----> CADA LOTE REPRECIFICADO VAI AO SORT PARA SAIR POR
      *       DEPARTAMENTO + PREFIXO DE CEP (O HISTORICO NAO VEM NESSA
      *       ORDEM). ESTORNO DO HISTORICO ENTRA COM SINAL NEGATIVO
       SD  SORT-SIMULACAO.
       01  REG-SORT.
           05 SRT-CHAVE.
              10 SRT-DPTO         PIC 9(04).
              10 SRT-PREFIXO      PIC 9(05).
           05 SRT-QTD             PIC S9(01).
           05 SRT-VENDA-ATU       PIC S9(09)V99.
           05 SRT-VENDA-NOV       PIC S9(09)V99.
           05 SRT-COM-ATU         PIC S9(08)V99.
           05 SRT-COM-NOV         PIC S9(08)V99.
           05 SRT-MUDOU-FAIXA     PIC 9(01).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-TABCEP-STATUS       PIC X(02).
       77  WS-TABCEPN-STATUS      PIC X(02).
       77  WS-TABCOM-STATUS       PIC X(02).
       77  WS-TABCOMN-STATUS      PIC X(02).
       77  WS-ESTOQUE-STATUS      PIC X(02).
       77  WS-HIST-STATUS         PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  WS-TAB-FIM             PIC X(01).
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
      *-----> CARTAO SYSIN: ORIGEM DOS LOTES ('E' = CARTEIRA DO
      *       ESTOQUE, 'H' = HISTORICO DE VENDAS) E DATA DE REFERENCIA
      *       DA VIGENCIA DAS FAIXAS (AAAAMMDD - EM BRANCO VALE A
      *       DATA-MOVIMENTO; PARA SIMULAR UMA TABELA PUBLICADA COM
      *       VIGENCIA FUTURA, INFORMAR A DATA EM QUE ELA ENTRA)
       01  WS-REG-SYSIN.
           05 WS-SIM-ORIGEM       PIC X(01).
              88 WS-ORIGEM-ESTOQUE       VALUE 'E'.
              88 WS-ORIGEM-HISTORICO     VALUE 'H'.
           05 WS-SIM-DATA-REF     PIC 9(08).
           05 FILLER              PIC X(71).
       77  AS-DATA-REF            PIC 9(08).
      *-----> TABELAS DE PRECO DO M2 POR FAIXA DE CEP (EM MEMORIA)
       77  AS-VAL-M2-PADRAO       PIC 9(05)V9(02) VALUE 2315,00.
       77  WS-CEP-PREFIXO         PIC 9(05).
       77  WS-PREFIXO-ANT         PIC 9(05).
       77  WS-TAB-CEP-QTD         PIC 9(03) VALUE ZEROS.
       01  WS-TAB-CEP-AREA.
           05 WS-TAB-CEP          OCCURS 1 TO 100 TIMES
                                   DEPENDING ON WS-TAB-CEP-QTD
                                   ASCENDING KEY IS WS-TAB-CEP-PREFIXO
                                   INDEXED BY WS-IDX-CEP.
               10 WS-TAB-CEP-PREFIXO   PIC 9(05).
               10 WS-TAB-CEP-VAL-M2    PIC 9(05)V9(02).
       77  WS-TAB-CEPN-QTD        PIC 9(03) VALUE ZEROS.
       01  WS-TAB-CEPN-AREA.
           05 WS-TAB-CEPN         OCCURS 1 TO 100 TIMES
                                   DEPENDING ON WS-TAB-CEPN-QTD
                                   ASCENDING KEY IS WS-TAB-CEPN-PREFIXO
                                   INDEXED BY WS-IDX-CEPN.
               10 WS-TAB-CEPN-PREFIXO  PIC 9(05).
               10 WS-TAB-CEPN-VAL-M2   PIC 9(05)V9(02).
      *-----> TABELAS DE FAIXAS DE COMISSAO (EM MEMORIA). SEM FAIXA
      *       APLICAVEL AO VALOR, VALE A TAXA PADRAO DO CGPRG004
       77  AS-TAXA-COM-PADRAO     PIC 9(01)V9(04) VALUE 0,0600.
       77  WS-FAIXA-VIGENCIA      PIC 9(08).
       77  WS-TAB-COM-QTD         PIC 9(02) VALUE ZEROS.
       01  WS-TAB-COM-AREA.
           05 WS-TAB-COM          OCCURS 1 TO 20 TIMES
                                   DEPENDING ON WS-TAB-COM-QTD
                                   INDEXED BY WS-IDX-COM.
              10 WS-TAB-COM-VAL-DE    PIC 9(09)V9(02).
              10 WS-TAB-COM-VAL-ATE   PIC 9(09)V9(02).
              10 WS-TAB-COM-TAXA      PIC 9(01)V9(04).
              10 WS-TAB-COM-MSG       PIC X(12).
              10 WS-TAB-COM-VIGENCIA  PIC 9(08).
       77  WS-TAB-COMN-QTD        PIC 9(02) VALUE ZEROS.
       01  WS-TAB-COMN-AREA.
           05 WS-TAB-COMN         OCCURS 1 TO 20 TIMES
                                   DEPENDING ON WS-TAB-COMN-QTD
                                   INDEXED BY WS-IDX-COMN.
              10 WS-TAB-COMN-VAL-DE   PIC 9(09)V9(02).
              10 WS-TAB-COMN-VAL-ATE  PIC 9(09)V9(02).
              10 WS-TAB-COMN-TAXA     PIC 9(01)V9(04).
              10 WS-TAB-COMN-MSG      PIC X(12).
              10 WS-TAB-COMN-VIGENCIA PIC 9(08).
      *-----> LOTE EM SIMULACAO
       77  WS-LOTE-VALIDO         PIC X(01).
       77  AS-DPTO                PIC 9(04).
       77  AS-CEP                 PIC 9(08).
       77  AS-FRENTE              PIC 9(03)V9(02).
       77  AS-COMP                PIC 9(03)V9(02).
       77  AS-SINAL               PIC S9(01).
       77  AS-VAL-M2              PIC 9(05)V9(02).
       77  AS-VAL-VENDA           PIC 9(08)V9(02).
       77  AS-TAXA-COM            PIC 9(01)V9(04).
       77  AS-COMISSAO            PIC 9(07)V9(02).
       77  WS-MENSAGEM            PIC X(12).
       77  AS-VENDA-ATU           PIC 9(08)V9(02).
       77  AS-COM-ATU             PIC 9(07)V9(02).
       77  AS-TAXA-ATU            PIC 9(01)V9(04).
       77  WS-MENSAGEM-ATU        PIC X(12).
      *-----> CONTADORES
       77  WS-CTLIDOS             PIC 9(06) VALUE ZEROS.
       77  WS-CTSIMULADOS         PIC 9(06) VALUE ZEROS.
       77  WS-CTINVALIDOS         PIC 9(06) VALUE ZEROS.
       77  WS-CTESTORNOS          PIC 9(06) VALUE ZEROS.
      *-----> ACUMULADOS DO PREFIXO, DO DEPARTAMENTO E GERAL
       77  WS-DPTO-ANT            PIC 9(04).
       77  WS-TEM-GRUPO           PIC X(01) VALUE 'N'.
       01  WS-ACUM-PREFIXO.
           05 AP-QTD              PIC S9(07)     COMP.
           05 AP-VENDA-ATU        PIC S9(12)V99  COMP-3.
           05 AP-VENDA-NOV        PIC S9(12)V99  COMP-3.
           05 AP-COM-ATU          PIC S9(11)V99  COMP-3.
           05 AP-COM-NOV          PIC S9(11)V99  COMP-3.
           05 AP-MUDOU-FAIXA      PIC S9(07)     COMP.
       01  WS-ACUM-DPTO.
           05 AD-QTD              PIC S9(07)     COMP.
           05 AD-VENDA-ATU        PIC S9(12)V99  COMP-3.
           05 AD-VENDA-NOV        PIC S9(12)V99  COMP-3.
           05 AD-COM-ATU          PIC S9(11)V99  COMP-3.
           05 AD-COM-NOV          PIC S9(11)V99  COMP-3.
           05 AD-MUDOU-FAIXA      PIC S9(07)     COMP.
       01  WS-ACUM-GERAL.
           05 AG-QTD              PIC S9(07)     COMP.
           05 AG-VENDA-ATU        PIC S9(12)V99  COMP-3.
           05 AG-VENDA-NOV        PIC S9(12)V99  COMP-3.
           05 AG-COM-ATU          PIC S9(11)V99  COMP-3.
           05 AG-COM-NOV          PIC S9(11)V99  COMP-3.
           05 AG-MUDOU-FAIXA      PIC S9(07)     COMP.
      *-----> AREA DE IMPRESSAO DE UM GRUPO (PREFIXO, DEPTO, GERAL)
       01  WS-ACUM-IMPRIMIR.
           05 AI-QTD              PIC S9(07)     COMP.
           05 AI-VENDA-ATU        PIC S9(12)V99  COMP-3.
           05 AI-VENDA-NOV        PIC S9(12)V99  COMP-3.
           05 AI-COM-ATU          PIC S9(11)V99  COMP-3.
           05 AI-COM-NOV          PIC S9(11)V99  COMP-3.
           05 AI-MUDOU-FAIXA      PIC S9(07)     COMP.
       77  AS-DIFERENCA           PIC S9(12)V99.
       77  AS-PCT-DIF             PIC S9(05)V99.
      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(34) VALUE
                   'SIMULACAO DE PRECIFICACAO - LOTES '.
           05 WS-LT-ORIGEM        PIC X(22).
           05 FILLER              PIC X(05) VALUE ' REF '.
           05 WS-LT-DIA           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LT-MES           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LT-ANO           PIC 9(04).
           05 FILLER              PIC X(09) VALUE SPACES.
       01  WS-CAB-1.
           05 FILLER              PIC X(24) VALUE
                                   'DPTO PREF. LOTES'.
           05 FILLER              PIC X(15) VALUE
                                   '  TABELA ATUAL'.
           05 FILLER              PIC X(15) VALUE
                                   '  TABELA NOVA'.
           05 FILLER              PIC X(15) VALUE
                                   '      DIFERENCA'.
           05 FILLER              PIC X(10) VALUE '      DIF%'.
           05 FILLER              PIC X(01) VALUE SPACE.
       01  WS-LIN-SIMUL.
           05 WS-LS-DPTO          PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LS-PREFIXO       PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LS-QTD           PIC ZZZZ9-.
           05 WS-LS-QTD-X REDEFINES WS-LS-QTD
                                  PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LS-MEDIDA        PIC X(06).
           05 WS-LS-ATUAL         PIC $$$.$$$.$$9,99-.
           05 WS-LS-NOVO          PIC $$$.$$$.$$9,99-.
           05 WS-LS-DIF           PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LS-PCT           PIC ZZZZ9,99-.
           05 FILLER              PIC X(01) VALUE SPACE.
       01  WS-LIN-FAIXA.
           05 FILLER              PIC X(18) VALUE SPACES.
           05 FILLER              PIC X(29) VALUE
                                   'LOTES QUE MUDAM DE FAIXA....:'.
           05 WS-LF-QTD           PIC ZZZZZ9.
           05 FILLER              PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
      *-----> O SORT EXTERNO RECEBE OS LOTES REPRECIFICADOS (RELEASE)
      *       E DEVOLVE-OS POR DEPARTAMENTO + PREFIXO DE CEP PARA A
      *       IMPRESSAO COM QUEBRA (RETURN)
           SORT SORT-SIMULACAO
               ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE IS 030-SIMULAR-LOTES
               OUTPUT PROCEDURE IS 045-IMPRIMIR
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 43 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "SIMULACAO DE PRECIFICACAO - TABELA ATUAL X NOVA"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA

           ACCEPT WS-REG-SYSIN FROM SYSIN
           IF NOT WS-ORIGEM-ESTOQUE AND NOT WS-ORIGEM-HISTORICO
               DISPLAY '** ORIGEM DOS LOTES INVALIDA NA SYSIN ('
                       WS-SIM-ORIGEM ') - INFORMAR E OU H **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SIM-DATA-REF NUMERIC AND WS-SIM-DATA-REF NOT = ZEROS
               MOVE WS-SIM-DATA-REF TO AS-DATA-REF
           ELSE
               MOVE AS-DATA TO AS-DATA-REF
           END-IF

           PERFORM 015-CARREGAR-TAB-CEP
           PERFORM 016-CARREGAR-TAB-CEPN
           PERFORM 017-CARREGAR-TAB-COM
           PERFORM 018-CARREGAR-TAB-COMN

           IF WS-ORIGEM-ESTOQUE
               OPEN INPUT ESTOQUE-LOTES
               IF WS-ESTOQUE-STATUS NOT = '00'
                   DISPLAY '** ERRO AO ABRIR O ESTOQUE DE LOTES - '
                           'STATUS ' WS-ESTOQUE-STATUS ' **'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'CARTEIRA DO ESTOQUE' TO WS-LT-ORIGEM
           ELSE
               OPEN INPUT VENDAS-HISTORICO
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY '** ERRO AO ABRIR O HISTORICO DE VENDAS - '
                           'STATUS ' WS-HIST-STATUS ' **'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'HISTORICO DE VENDAS' TO WS-LT-ORIGEM
           END-IF
           OPEN OUTPUT REL-SIMULACAO

           MOVE AS-DATA-REF(7:2) TO WS-LT-DIA
           MOVE AS-DATA-REF(5:2) TO WS-LT-MES
           MOVE AS-DATA-REF(1:4) TO WS-LT-ANO
           WRITE REG-REL-LINHA FROM WS-LIN-TITULO
           WRITE REG-REL-LINHA FROM AS-HIFENS
           WRITE REG-REL-LINHA FROM WS-CAB-1
           WRITE REG-REL-LINHA FROM AS-HIFENS

           INITIALIZE WS-ACUM-PREFIXO
                      WS-ACUM-DPTO
                      WS-ACUM-GERAL

      *-----> SEM CHAMADA AO CGPRG009: A SIMULACAO NAO PODE
      *       APARECER NO CTRLLOG COMO UM RUN REAL DE PRECIFICACAO
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS TABELAS DE PRECO DO M2 (CORRENTE E PROPOSTA)  *
      *--------------------------------------------------------------*
       015-CARREGAR-TAB-CEP.

           OPEN INPUT TAB-CEP
           IF WS-TABCEP-STATUS NOT = '00'
               DISPLAY '** TABELA TABCEP INDISPONIVEL - STATUS '
                       WS-TABCEP-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N'   TO WS-TAB-FIM
           MOVE ZEROS TO WS-PREFIXO-ANT
           PERFORM UNTIL WS-TAB-FIM = 'S'
               READ TAB-CEP
                   AT END
                       MOVE 'S' TO WS-TAB-FIM
                   NOT AT END
      *-------------------> FORA DE ORDEM A BUSCA BINARIA ERRA SEM
      *                     AVISO - A SIMULACAO NAO SEGUE ASSIM
                       IF TAB-CEP-PREFIXO NOT > WS-PREFIXO-ANT
                          OR WS-TAB-CEP-QTD = 100
                           DISPLAY '** TABCEP FORA DE ORDEM OU ACIMA '
                                   'DE 100 LINHAS - PREFIXO '
                                   TAB-CEP-PREFIXO ' **'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE TAB-CEP-PREFIXO TO WS-PREFIXO-ANT
                       ADD 1 TO WS-TAB-CEP-QTD
                       MOVE TAB-CEP-PREFIXO
                            TO WS-TAB-CEP-PREFIXO(WS-TAB-CEP-QTD)
                       MOVE TAB-CEP-VAL-M2
                            TO WS-TAB-CEP-VAL-M2(WS-TAB-CEP-QTD)
               END-READ
           END-PERFORM
           CLOSE TAB-CEP
           .
       016-CARREGAR-TAB-CEPN.

           OPEN INPUT TAB-CEP-PROPOSTA
           IF WS-TABCEPN-STATUS NOT = '00'
               DISPLAY '** TABELA PROPOSTA TABCEPN INDISPONIVEL - '
                       'STATUS ' WS-TABCEPN-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N'   TO WS-TAB-FIM
           MOVE ZEROS TO WS-PREFIXO-ANT
           PERFORM UNTIL WS-TAB-FIM = 'S'
               READ TAB-CEP-PROPOSTA
                   AT END
                       MOVE 'S' TO WS-TAB-FIM
                   NOT AT END
                       IF TABN-CEP-PREFIXO NOT > WS-PREFIXO-ANT
                          OR WS-TAB-CEPN-QTD = 100
                           DISPLAY '** TABCEPN FORA DE ORDEM OU ACIMA '
                                   'DE 100 LINHAS - PREFIXO '
                                   TABN-CEP-PREFIXO ' **'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE TABN-CEP-PREFIXO TO WS-PREFIXO-ANT
                       ADD 1 TO WS-TAB-CEPN-QTD
                       MOVE TABN-CEP-PREFIXO
                            TO WS-TAB-CEPN-PREFIXO(WS-TAB-CEPN-QTD)
                       MOVE TABN-CEP-VAL-M2
                            TO WS-TAB-CEPN-VAL-M2(WS-TAB-CEPN-QTD)
               END-READ
           END-PERFORM
           CLOSE TAB-CEP-PROPOSTA
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS FAIXAS DE COMISSAO (CORRENTE E PROPOSTA)      *
      *--------------------------------------------------------------*
       017-CARREGAR-TAB-COM.

           OPEN INPUT TAB-COMISSAO
           IF WS-TABCOM-STATUS NOT = '00'
               DISPLAY '** TABELA TABCOM INDISPONIVEL - STATUS '
                       WS-TABCOM-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-TAB-FIM
           PERFORM UNTIL WS-TAB-FIM = 'S'
               READ TAB-COMISSAO
                   AT END
                       MOVE 'S' TO WS-TAB-FIM
                   NOT AT END
                       IF WS-TAB-COM-QTD = 20
                           DISPLAY '** TABCOM ACIMA DE 20 FAIXAS **'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TAB-COM-QTD
                       MOVE TAB-COM-VAL-DE
                            TO WS-TAB-COM-VAL-DE(WS-TAB-COM-QTD)
                       MOVE TAB-COM-VAL-ATE
                            TO WS-TAB-COM-VAL-ATE(WS-TAB-COM-QTD)
                       MOVE TAB-COM-TAXA
                            TO WS-TAB-COM-TAXA(WS-TAB-COM-QTD)
                       MOVE TAB-COM-MENSAGEM
                            TO WS-TAB-COM-MSG(WS-TAB-COM-QTD)
                       MOVE TAB-COM-VIGENCIA
                            TO WS-TAB-COM-VIGENCIA(WS-TAB-COM-QTD)
               END-READ
           END-PERFORM
           CLOSE TAB-COMISSAO
           .
       018-CARREGAR-TAB-COMN.

           OPEN INPUT TAB-COM-PROPOSTA
           IF WS-TABCOMN-STATUS NOT = '00'
               DISPLAY '** TABELA PROPOSTA TABCOMN INDISPONIVEL - '
                       'STATUS ' WS-TABCOMN-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-TAB-FIM
           PERFORM UNTIL WS-TAB-FIM = 'S'
               READ TAB-COM-PROPOSTA
                   AT END
                       MOVE 'S' TO WS-TAB-FIM
                   NOT AT END
                       IF WS-TAB-COMN-QTD = 20
                           DISPLAY '** TABCOMN ACIMA DE 20 FAIXAS **'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TAB-COMN-QTD
                       MOVE TABN-COM-VAL-DE
                            TO WS-TAB-COMN-VAL-DE(WS-TAB-COMN-QTD)
                       MOVE TABN-COM-VAL-ATE
                            TO WS-TAB-COMN-VAL-ATE(WS-TAB-COMN-QTD)
                       MOVE TABN-COM-TAXA
                            TO WS-TAB-COMN-TAXA(WS-TAB-COMN-QTD)
                       MOVE TABN-COM-MENSAGEM
                            TO WS-TAB-COMN-MSG(WS-TAB-COMN-QTD)
                       MOVE TABN-COM-VIGENCIA
                            TO WS-TAB-COMN-VIGENCIA(WS-TAB-COMN-QTD)
               END-READ
           END-PERFORM
           CLOSE TAB-COM-PROPOSTA
           .
      *--------------------------------------------------------------*
      *    LER OS LOTES DA ORIGEM ESCOLHIDA, REPRECIFICAR E ENTREGAR *
      *    AO SORT (RELEASE)                                         *
      *--------------------------------------------------------------*
       030-SIMULAR-LOTES.

           PERFORM UNTIL WS-FIM = 'S'
               IF WS-ORIGEM-ESTOQUE
                   READ ESTOQUE-LOTES NEXT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           ADD 1 TO WS-CTLIDOS
                           PERFORM 032-LOTE-DO-ESTOQUE
                   END-READ
               ELSE
                   READ VENDAS-HISTORICO
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           ADD 1 TO WS-CTLIDOS
                           PERFORM 033-LOTE-DO-HISTORICO
                   END-READ
               END-IF
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    CARTEIRA DO ESTOQUE: SO LOTES RECEBIDOS OU PRECIFICADOS   *
      *    (AINDA NAO VENDIDOS NEM CANCELADOS)                       *
      *--------------------------------------------------------------*
       032-LOTE-DO-ESTOQUE.

           IF LOT-RECEBIDO OR LOT-PRECIFICADO
               MOVE LOT-DPTO   TO AS-DPTO
               MOVE LOT-CEP    TO AS-CEP
               MOVE LOT-FRENTE TO AS-FRENTE
               MOVE LOT-COMP   TO AS-COMP
               MOVE +1         TO AS-SINAL
               PERFORM 035-SIMULAR-LOTE
           END-IF
           .
      *--------------------------------------------------------------*
      *    HISTORICO: TRAILERS DAS GERACOES E LOTES REJEITADOS       *
      *    (VALORES ZERADOS) FICAM FORA; REVERSAO DE ESTORNO (MARCA  *
      *    DO CGPRG027) ABATE O LOTE, COMO NO CGPRG031               *
      *--------------------------------------------------------------*
       033-LOTE-DO-HISTORICO.

           IF RV-TOT-LITERAL NOT = 'TOTAL DO DIA'
              AND RV-VAL-M2 NOT = ZEROS
               MOVE RV-DPTO   TO AS-DPTO
               MOVE RV-CEP    TO AS-CEP
               MOVE RV-FRENTE TO AS-FRENTE
               MOVE RV-COMP   TO AS-COMP
               IF RV-MENSAGEM = 'ESTORNO'
                   MOVE -1 TO AS-SINAL
                   ADD 1 TO WS-CTESTORNOS
               ELSE
                   MOVE +1 TO AS-SINAL
               END-IF
               PERFORM 035-SIMULAR-LOTE
           END-IF
           .
      *--------------------------------------------------------------*
      *    PRECIFICAR O LOTE NAS DUAS TABELAS E ENTREGAR AO SORT     *
      *--------------------------------------------------------------*
       035-SIMULAR-LOTE.

           PERFORM 028-VALIDAR-LOTE
           IF WS-LOTE-VALIDO = 'N'
               ADD 1 TO WS-CTINVALIDOS
           ELSE
               PERFORM 036-PRECIFICAR-ATUAL
               MOVE AS-VAL-VENDA TO AS-VENDA-ATU
               MOVE AS-COMISSAO  TO AS-COM-ATU
               MOVE AS-TAXA-COM  TO AS-TAXA-ATU
               MOVE WS-MENSAGEM  TO WS-MENSAGEM-ATU
               PERFORM 038-PRECIFICAR-PROPOSTA

               MOVE AS-DPTO     TO SRT-DPTO
               MOVE AS-CEP(1:5) TO SRT-PREFIXO
               MOVE AS-SINAL    TO SRT-QTD
               COMPUTE SRT-VENDA-ATU = AS-VENDA-ATU * AS-SINAL
               COMPUTE SRT-VENDA-NOV = AS-VAL-VENDA * AS-SINAL
               COMPUTE SRT-COM-ATU   = AS-COM-ATU   * AS-SINAL
               COMPUTE SRT-COM-NOV   = AS-COMISSAO  * AS-SINAL
      *-------> MUDA DE FAIXA QUANDO A TAXA OU A FAIXA APLICADA NA
      *         TABELA NOVA NAO E A MESMA DA TABELA ATUAL (A REVERSAO
      *         DE ESTORNO NAO CONTA - O LOTE JA FOI CONTADO NA VENDA)
               MOVE ZEROS TO SRT-MUDOU-FAIXA
               IF AS-SINAL > ZEROS
                  AND (AS-TAXA-COM NOT = AS-TAXA-ATU
                       OR WS-MENSAGEM NOT = WS-MENSAGEM-ATU)
                   MOVE 1 TO SRT-MUDOU-FAIXA
               END-IF
               ADD 1 TO WS-CTSIMULADOS
               RELEASE REG-SORT
           END-IF
           .
      *--------------------------------------------------------------*
      *    PRECIFICAR PELA TABELA ATUAL - MESMA REGRA DO CGPRG004    *
      *    031-PRECIFICAR-LOTE / 032-ESCOLHER-FAIXA-COM              *
      *--------------------------------------------------------------*
       036-PRECIFICAR-ATUAL.

           MOVE AS-CEP(1:5) TO WS-CEP-PREFIXO
           SET WS-IDX-CEP TO 1
           SEARCH ALL WS-TAB-CEP
               AT END
                   MOVE AS-VAL-M2-PADRAO TO AS-VAL-M2
               WHEN WS-TAB-CEP-PREFIXO(WS-IDX-CEP) = WS-CEP-PREFIXO
                   MOVE WS-TAB-CEP-VAL-M2(WS-IDX-CEP) TO AS-VAL-M2
           END-SEARCH
           COMPUTE AS-VAL-VENDA = AS-FRENTE * AS-COMP
           * AS-VAL-M2

      *-----> ENTRE FAIXAS QUE ALCANCAM O VALOR, PREVALECE A DE
      *       VIGENCIA MAIS RECENTE JA EM VIGOR NA DATA DE REFERENCIA
           MOVE AS-TAXA-COM-PADRAO TO AS-TAXA-COM
           MOVE 'FAIXA PADRAO'     TO WS-MENSAGEM
           MOVE ZEROS              TO WS-FAIXA-VIGENCIA
           PERFORM 037-TESTAR-FAIXA-ATUAL
               VARYING WS-IDX-COM FROM 1 BY 1
               UNTIL WS-IDX-COM > WS-TAB-COM-QTD
           COMPUTE AS-COMISSAO = AS-VAL-VENDA * AS-TAXA-COM
           .
       037-TESTAR-FAIXA-ATUAL.

           IF AS-VAL-VENDA >= WS-TAB-COM-VAL-DE(WS-IDX-COM)
              AND AS-VAL-VENDA <= WS-TAB-COM-VAL-ATE(WS-IDX-COM)
              AND WS-TAB-COM-VIGENCIA(WS-IDX-COM) NOT > AS-DATA-REF
              AND WS-TAB-COM-VIGENCIA(WS-IDX-COM) NOT <
                  WS-FAIXA-VIGENCIA
               MOVE WS-TAB-COM-VIGENCIA(WS-IDX-COM)
                    TO WS-FAIXA-VIGENCIA
               MOVE WS-TAB-COM-TAXA(WS-IDX-COM) TO AS-TAXA-COM
               MOVE WS-TAB-COM-MSG(WS-IDX-COM)  TO WS-MENSAGEM
           END-IF
           .
      *--------------------------------------------------------------*
      *    PRECIFICAR PELA TABELA PROPOSTA - MESMA REGRA             *
      *--------------------------------------------------------------*
       038-PRECIFICAR-PROPOSTA.

           MOVE AS-CEP(1:5) TO WS-CEP-PREFIXO
           SET WS-IDX-CEPN TO 1
           SEARCH ALL WS-TAB-CEPN
               AT END
                   MOVE AS-VAL-M2-PADRAO TO AS-VAL-M2
               WHEN WS-TAB-CEPN-PREFIXO(WS-IDX-CEPN) = WS-CEP-PREFIXO
                   MOVE WS-TAB-CEPN-VAL-M2(WS-IDX-CEPN) TO AS-VAL-M2
           END-SEARCH
           COMPUTE AS-VAL-VENDA = AS-FRENTE * AS-COMP
           * AS-VAL-M2

           MOVE AS-TAXA-COM-PADRAO TO AS-TAXA-COM
           MOVE 'FAIXA PADRAO'     TO WS-MENSAGEM
           MOVE ZEROS              TO WS-FAIXA-VIGENCIA
           PERFORM 039-TESTAR-FAIXA-PROPOSTA
               VARYING WS-IDX-COMN FROM 1 BY 1
               UNTIL WS-IDX-COMN > WS-TAB-COMN-QTD
           COMPUTE AS-COMISSAO = AS-VAL-VENDA * AS-TAXA-COM
           .
       039-TESTAR-FAIXA-PROPOSTA.

           IF AS-VAL-VENDA >= WS-TAB-COMN-VAL-DE(WS-IDX-COMN)
              AND AS-VAL-VENDA <= WS-TAB-COMN-VAL-ATE(WS-IDX-COMN)
              AND WS-TAB-COMN-VIGENCIA(WS-IDX-COMN) NOT > AS-DATA-REF
              AND WS-TAB-COMN-VIGENCIA(WS-IDX-COMN) NOT <
                  WS-FAIXA-VIGENCIA
               MOVE WS-TAB-COMN-VIGENCIA(WS-IDX-COMN)
                    TO WS-FAIXA-VIGENCIA
               MOVE WS-TAB-COMN-TAXA(WS-IDX-COMN) TO AS-TAXA-COM
               MOVE WS-TAB-COMN-MSG(WS-IDX-COMN)  TO WS-MENSAGEM
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDAR O LOTE ANTES DE PRECIFICAR - MESMAS REGRAS DO     *
      *    CGPRG004 (AQUI O LOTE INVALIDO SO E CONTADO)              *
      *--------------------------------------------------------------*
       028-VALIDAR-LOTE.

           EVALUATE TRUE
               WHEN AS-FRENTE NOT > ZEROS
                   MOVE 'N' TO WS-LOTE-VALIDO
               WHEN AS-COMP NOT > ZEROS
                   MOVE 'N' TO WS-LOTE-VALIDO
               WHEN AS-CEP NOT NUMERIC OR AS-CEP = ZEROS
                   MOVE 'N' TO WS-LOTE-VALIDO
               WHEN OTHER
                   MOVE 'S' TO WS-LOTE-VALIDO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A SIMULACAO CLASSIFICADA (RETURN), COM QUEBRA    *
      *    POR PREFIXO DE CEP E POR DEPARTAMENTO                     *
      *--------------------------------------------------------------*
       045-IMPRIMIR.

           MOVE 'N' TO WS-FIM
           PERFORM UNTIL WS-FIM = 'S'
               RETURN SORT-SIMULACAO
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       PERFORM 046-ACUMULAR-LOTE
               END-RETURN
           END-PERFORM

      *-----> FECHA O ULTIMO PREFIXO E O ULTIMO DEPARTAMENTO
           IF WS-TEM-GRUPO = 'S'
               PERFORM 047-FECHAR-PREFIXO
               PERFORM 048-FECHAR-DPTO
           END-IF

           MOVE 'TOT.'  TO WS-LS-DPTO
           MOVE 'GERAL' TO WS-LS-PREFIXO
           MOVE WS-ACUM-GERAL TO WS-ACUM-IMPRIMIR
           PERFORM 049-IMPRIMIR-GRUPO
           .
       046-ACUMULAR-LOTE.

           IF WS-TEM-GRUPO = 'S'
               IF SRT-DPTO NOT = WS-DPTO-ANT
                   PERFORM 047-FECHAR-PREFIXO
                   PERFORM 048-FECHAR-DPTO
               ELSE
                   IF SRT-PREFIXO NOT = WS-PREFIXO-ANT
                       PERFORM 047-FECHAR-PREFIXO
                   END-IF
               END-IF
           END-IF
           MOVE 'S'         TO WS-TEM-GRUPO
           MOVE SRT-DPTO    TO WS-DPTO-ANT
           MOVE SRT-PREFIXO TO WS-PREFIXO-ANT

           ADD SRT-QTD         TO AP-QTD
           ADD SRT-VENDA-ATU   TO AP-VENDA-ATU
           ADD SRT-VENDA-NOV   TO AP-VENDA-NOV
           ADD SRT-COM-ATU     TO AP-COM-ATU
           ADD SRT-COM-NOV     TO AP-COM-NOV
           ADD SRT-MUDOU-FAIXA TO AP-MUDOU-FAIXA
           .
       047-FECHAR-PREFIXO.

           MOVE WS-DPTO-ANT    TO WS-LS-DPTO
           MOVE WS-PREFIXO-ANT TO WS-LS-PREFIXO
           MOVE WS-ACUM-PREFIXO TO WS-ACUM-IMPRIMIR
           PERFORM 049-IMPRIMIR-GRUPO

           ADD AP-QTD         TO AD-QTD
           ADD AP-VENDA-ATU   TO AD-VENDA-ATU
           ADD AP-VENDA-NOV   TO AD-VENDA-NOV
           ADD AP-COM-ATU     TO AD-COM-ATU
           ADD AP-COM-NOV     TO AD-COM-NOV
           ADD AP-MUDOU-FAIXA TO AD-MUDOU-FAIXA
           INITIALIZE WS-ACUM-PREFIXO
           .
       048-FECHAR-DPTO.

           MOVE WS-DPTO-ANT TO WS-LS-DPTO
           MOVE 'TOTAL'     TO WS-LS-PREFIXO
           MOVE WS-ACUM-DPTO TO WS-ACUM-IMPRIMIR
           PERFORM 049-IMPRIMIR-GRUPO
           WRITE REG-REL-LINHA FROM AS-HIFENS

           ADD AD-QTD         TO AG-QTD
           ADD AD-VENDA-ATU   TO AG-VENDA-ATU
           ADD AD-VENDA-NOV   TO AG-VENDA-NOV
           ADD AD-COM-ATU     TO AG-COM-ATU
           ADD AD-COM-NOV     TO AG-COM-NOV
           ADD AD-MUDOU-FAIXA TO AG-MUDOU-FAIXA
           INITIALIZE WS-ACUM-DPTO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UM GRUPO: LINHA DE VENDA, LINHA DE COMISSAO E    *
      *    LOTES QUE MUDAM DE FAIXA                                  *
      *--------------------------------------------------------------*
       049-IMPRIMIR-GRUPO.

           MOVE AI-QTD       TO WS-LS-QTD
           MOVE 'VENDA '     TO WS-LS-MEDIDA
           MOVE AI-VENDA-ATU TO WS-LS-ATUAL
           MOVE AI-VENDA-NOV TO WS-LS-NOVO
           COMPUTE AS-DIFERENCA = AI-VENDA-NOV - AI-VENDA-ATU
           MOVE AS-DIFERENCA TO WS-LS-DIF
           IF AI-VENDA-ATU = ZEROS
               MOVE ZEROS TO AS-PCT-DIF
           ELSE
               COMPUTE AS-PCT-DIF ROUNDED =
                       AS-DIFERENCA * 100 / AI-VENDA-ATU
                   ON SIZE ERROR
                       MOVE 99999,99 TO AS-PCT-DIF
               END-COMPUTE
           END-IF
           MOVE AS-PCT-DIF   TO WS-LS-PCT
           WRITE REG-REL-LINHA FROM WS-LIN-SIMUL

           MOVE SPACES       TO WS-LS-DPTO
                                WS-LS-PREFIXO
           MOVE 'COMIS '     TO WS-LS-MEDIDA
           MOVE AI-COM-ATU   TO WS-LS-ATUAL
           MOVE AI-COM-NOV   TO WS-LS-NOVO
           COMPUTE AS-DIFERENCA = AI-COM-NOV - AI-COM-ATU
           MOVE AS-DIFERENCA TO WS-LS-DIF
           IF AI-COM-ATU = ZEROS
               MOVE ZEROS TO AS-PCT-DIF
           ELSE
               COMPUTE AS-PCT-DIF ROUNDED =
                       AS-DIFERENCA * 100 / AI-COM-ATU
                   ON SIZE ERROR
                       MOVE 99999,99 TO AS-PCT-DIF
               END-COMPUTE
           END-IF
           MOVE AS-PCT-DIF   TO WS-LS-PCT
      *-----> A QUANTIDADE SO SAI NA LINHA DA VENDA
           MOVE SPACES       TO WS-LS-QTD-X
           WRITE REG-REL-LINHA FROM WS-LIN-SIMUL

           IF AI-MUDOU-FAIXA NOT = ZEROS
               MOVE AI-MUDOU-FAIXA TO WS-LF-QTD
               WRITE REG-REL-LINHA FROM WS-LIN-FAIXA
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-ORIGEM-ESTOQUE
               CLOSE ESTOQUE-LOTES
           ELSE
               CLOSE VENDAS-HISTORICO
           END-IF
           CLOSE REL-SIMULACAO
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "REGISTROS LIDOS...........: " WS-CTLIDOS
           DISPLAY "LOTES SIMULADOS...........: " WS-CTSIMULADOS
           DISPLAY "  DOS QUAIS ESTORNOS......: " WS-CTESTORNOS
           DISPLAY "LOTES INVALIDOS (FORA)....: " WS-CTINVALIDOS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG043"

           IF WS-CTINVALIDOS NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG043 <-------------------*
