       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG055.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: RETENCAO E EVASAO POR COORTE DE INGRESSO, APURADAS *
      *           NO JORNAL DE MANUTENCAO DO ALUNO-MESTRE (JRNALU,   *
      *           GRAVADO PELO CGPRG008) CONFRONTADO COM O PROPRIO   *
      *           ALUNO-MESTRE. A COORTE E O PERIODO DA INCLUSAO (I) *
      *           DO ALUNO; AS ALTERACOES (A) DE SITUACAO DIZEM COMO *
      *           ELE TERMINOU CADA PERIODO SEGUINTE (ATIVO,         *
      *           TRANCADO OU CANCELADO). O RELRETEN TRAZ:           *
      *             - POR COORTE, A SITUACAO AO FIM DE CADA PERIODO  *
      *               ATE O PERIODO DA DATA-MOVIMENTO (ULTIMAS 20    *
      *               COORTES);                                      *
      *             - TAXAS DE TRANCAMENTO E DE EVASAO POR CURSO E   *
      *               POR PADRAO ACADEMICO NO MOMENTO DA SAIDA.      *
      *           O JORNAL E O MESTRE PASSAM POR UM SORT POR RA +    *
      *           DATA/HORA - AS COPIAS ARQUIVADAS DO JORNAL PODEM   *
      *           SER CONCATENADAS NO DD EM QUALQUER ORDEM.          *
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
           SELECT ARQ-JORNAL ASSIGN TO JRNALU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.
           SELECT ALUNO-MESTRE ASSIGN TO ALUNOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUD-RA
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT REL-RETENCAO ASSIGN TO RELRETEN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-RETENCAO ASSIGN TO SORTWK01.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> JORNAL DE MANUTENCAO DO ALUNO-MESTRE (CGPRG008) -
      *       IMAGENS ANTES/DEPOIS DE CADA TRANSACAO EFETIVADA
       FD  ARQ-JORNAL
           RECORDING MODE IS F.
       01  REG-JORNAL.
           05 JRN-DATA               PIC 9(08).
           05 JRN-HORA               PIC 9(06).
           05 JRN-TRAN-COD           PIC X(01).
           05 JRN-IMAGEM-ANTES       PIC X(55).
           05 JRN-IMAGEM-DEPOIS      PIC X(55).
           05 FILLER                 PIC X(05).
      *-----> CADASTRO-MESTRE DE ALUNOS (VSAM/INDEXADO POR RA),
      *       MANTIDO PELO CGPRG008 - AQUI SOMENTE CONSULTA
       FD  ALUNO-MESTRE
           RECORDING MODE IS F.
       COPY CGSTUD01 REPLACING STUDENT-RECORD BY REG-ALUNO-MESTRE.
      *-----> RELATORIO DE RETENCAO GRAVADO EM ARQUIVO
       FD  REL-RETENCAO
           RECORDING MODE IS F.
       01  REG-REL-LINHA             PIC X(80).
      *-----> ARQUIVO DE CLASSIFICACAO: JORNAL + MESTRE POR RA E
      *       DATA/HORA. O REGISTRO DO MESTRE ENTRA COMO TIPO 'M'
      *       COM DATA/HORA EM 9'S - E SEMPRE O ULTIMO DO RA
       SD  SORT-RETENCAO.
       01  REG-SORT.
           05 SRT-CHAVE.
              10 SRT-RA              PIC X(13).
              10 SRT-DATA            PIC 9(08).
              10 SRT-HORA            PIC 9(06).
              10 SRT-SEQ             PIC 9(07).
           05 SRT-TRAN-COD           PIC X(01).
           05 SRT-IMAGEM-ANTES       PIC X(55).
           05 SRT-IMAGEM-DEPOIS      PIC X(55).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-JORNAL-STATUS       PIC X(02).
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  AS-DATA                PIC 9(08).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
       77  WS-CTJORNAL            PIC 9(07) VALUE ZEROS.
       77  WS-CTMESTRE            PIC 9(06) VALUE ZEROS.
       77  WS-CTAPURADOS          PIC 9(06) VALUE ZEROS.
       77  WS-CTSEM-INCLUSAO      PIC 9(06) VALUE ZEROS.
       77  WS-CTEXCLUIDOS         PIC 9(06) VALUE ZEROS.
       77  WS-CTDIVERGENTES       PIC 9(06) VALUE ZEROS.
       77  WS-CTANTERIORES        PIC 9(06) VALUE ZEROS.
       77  WS-CTPOSTERIORES       PIC 9(06) VALUE ZEROS.
      *-----> PERIODOS EM NUMERO DE ORDEM (ANO * 2 + 0 NO 1O
      *       SEMESTRE, + 1 NO 2O) - ASSIM A DISTANCIA ENTRE DOIS
      *       PERIODOS E UMA SUBTRACAO. A JANELA DE COORTES VAI DO
      *       PERIODO DA DATA-MOVIMENTO ATE 19 PERIODOS ANTES
       77  WS-MAX-COORTES         PIC 9(02) VALUE 20.
       77  WS-ORD-ATUAL           PIC 9(05).
       77  WS-ORD-INICIO          PIC 9(05).
       77  WS-ORD-EVENTO          PIC 9(05).
       77  WS-ORD-CALC            PIC 9(05).
       01  WS-DATA-CALC.
           05 WS-DC-ANO           PIC 9(04).
           05 WS-DC-MES           PIC 9(02).
           05 WS-DC-DIA           PIC 9(02).
       77  WS-ANO-PER             PIC 9(04).
       77  WS-SEM-PER             PIC 9(01).
      *-----> IMAGEM DO ALUNO NO JORNAL (MESMO LAYOUT DO CGSTUD01)
       01  WS-JRN-ALUNO.
           05 JA-RA               PIC X(13).
           05 JA-NOME             PIC X(25).
           05 JA-SEXO             PIC X(01).
           05 JA-IDADE            PIC 9(02).
           05 JA-CURSO            PIC X(12).
           05 JA-SITUACAO         PIC X(01).
           05 JA-PADRAO-ACAD      PIC X(01).
       77  WS-SIT-ANTES           PIC X(01).
       77  WS-CURSO-ANTES         PIC X(12).
       77  WS-PADRAO-ANTES        PIC X(01).
       77  WS-SIT-EVENTO          PIC X(01).
       77  WS-SEQ                 PIC 9(07) VALUE ZEROS.
      *-----> ALUNO EM APURACAO (QUEBRA POR RA NA SAIDA DO SORT)
       77  WS-RA-ANT              PIC X(13) VALUE SPACES.
       01  WS-ALUNO.
           05 AL-INCLUIDO         PIC X(01).
           05 AL-EXCLUIDO         PIC X(01).
           05 AL-NO-MESTRE        PIC X(01).
           05 AL-ORD-COORTE       PIC 9(05).
           05 AL-SIT-JORNAL       PIC X(01).
           05 AL-CURSO-JORNAL     PIC X(12).
           05 AL-SAIU             PIC X(01).
           05 AL-CURSO-SAIDA      PIC X(12).
           05 AL-PADRAO-SAIDA     PIC X(01).
           05 AL-SIT-MESTRE       PIC X(01).
           05 AL-CURSO-MESTRE     PIC X(12).
           05 AL-PADRAO-MESTRE    PIC X(01).
      *       SITUACAO AO FIM DE CADA PERIODO, A PARTIR DA COORTE
           05 AL-SIT-PER          OCCURS 20 TIMES PIC X(01).
       77  WS-SIT-FINAL           PIC X(01).
       77  WS-CURSO-REF           PIC X(12).
       77  WS-PADRAO-REF          PIC X(01).
       77  WS-IDX-PER             PIC 9(02) COMP.
       77  WS-OFF-INI             PIC S9(05) COMP.
       77  WS-QTD-PER             PIC 9(02) COMP.
      *-----> SITUACAO AO FIM DE CADA PERIODO POR COORTE DE INGRESSO
       77  WS-IDX-COO             PIC 9(02) COMP.
       01  WS-TAB-COORTES-AREA.
           05 WS-TAB-COORTE       OCCURS 20 TIMES.
              10 CO-INGRESSANTES  PIC 9(05).
              10 CO-PERIODO       OCCURS 20 TIMES.
                 15 CO-QTD-ATIVOS    PIC 9(05).
                 15 CO-QTD-TRANC     PIC 9(05).
                 15 CO-QTD-CANCEL    PIC 9(05).
      *-----> TOTAIS POR CURSO (CURSO DA SAIDA PARA QUEM SAIU, CURSO
      *       ATUAL PARA OS DEMAIS) - A 50A POSICAO ACUMULA OS
      *       CURSOS QUE NAO COUBEREM NA TABELA
       77  WS-QTD-CURSOS          PIC 9(02) VALUE ZEROS.
       77  WS-IDX-CUR             PIC 9(02) COMP.
       77  WS-ACHOU-CUR           PIC 9(02) COMP.
       01  WS-TAB-CURSOS-AREA.
           05 WS-TAB-CURSO        OCCURS 50 TIMES.
              10 CR-CURSO         PIC X(12).
              10 CR-TOTAL         PIC 9(05).
              10 CR-TRANC         PIC 9(05).
              10 CR-CANCEL        PIC 9(05).
      *-----> TOTAIS POR PADRAO ACADEMICO (NA SAIDA PARA QUEM SAIU,
      *       O ATUAL PARA OS DEMAIS) - BRANCO = NAO APURADO
       77  WS-IDX-PAD             PIC 9(01) COMP.
       01  WS-TAB-PADROES-VALORES.
           05 FILLER              PIC X(21) VALUE
                                   'RREGULAR             '.
           05 FILLER              PIC X(21) VALUE
                                   'PPROBATORIO          '.
           05 FILLER              PIC X(21) VALUE
                                   'EELEGIVEL A AVANCAR  '.
           05 FILLER              PIC X(21) VALUE
                                   ' NAO APURADO         '.
       01  WS-TAB-PADROES REDEFINES WS-TAB-PADROES-VALORES.
           05 WS-TAB-PADRAO       OCCURS 4 TIMES.
              10 PD-CODIGO        PIC X(01).
              10 PD-DESCR         PIC X(20).
       01  WS-TOT-PADROES-AREA.
           05 WS-TOT-PADRAO       OCCURS 4 TIMES.
              10 PD-TOTAL         PIC 9(05).
              10 PD-TRANC         PIC 9(05).
              10 PD-CANCEL        PIC 9(05).
      *-----> CALCULO DAS TAXAS
       77  WS-PCT                 PIC 9(03)V99.
       77  WS-PCT-BASE            PIC 9(05).
       77  WS-PCT-QTD             PIC 9(05).
       77  WS-TX-TOTAL            PIC 9(05).
       77  WS-TX-TRANC            PIC 9(05).
       77  WS-TX-CANCEL           PIC 9(05).
      *-----> LINHAS DO RELATORIO
       01  WS-LIN-CABEC.
           05 FILLER              PIC X(42) VALUE
                          'RETENCAO E EVASAO POR COORTE - POSICAO EM '.
           05 WS-LC-ANO           PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LC-SEM           PIC 9(01).
           05 FILLER              PIC X(32) VALUE SPACES.
       01  WS-LIN-COORTE.
           05 FILLER              PIC X(19) VALUE
                                   'COORTE DE INGRESSO '.
           05 WS-LCO-ANO          PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LCO-SEM          PIC 9(01).
           05 FILLER              PIC X(18) VALUE
                                   ' - INGRESSANTES: '.
           05 WS-LCO-QTD          PIC ZZ.ZZ9.
           05 FILLER              PIC X(31) VALUE SPACES.
       01  WS-LIN-TIT-COORTE.
           05 FILLER              PIC X(40) VALUE
                     '   PERIODO  ATIVOS  TRANCADOS CANCELADOS'.
           05 FILLER              PIC X(21) VALUE
                     '  % RETENC.  % EVASAO'.
           05 FILLER              PIC X(19) VALUE SPACES.
       01  WS-LIN-PERIODO.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LP-ANO           PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-LP-SEM           PIC 9(01).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LP-ATIVOS        PIC ZZ.ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-LP-TRANC         PIC ZZ.ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-LP-CANCEL        PIC ZZ.ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-LP-PCT-RETENC    PIC ZZ9,99.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-LP-PCT-EVASAO    PIC ZZ9,99.
           05 FILLER              PIC X(19) VALUE SPACES.
       01  WS-LIN-TIT-TAXAS.
           05 WS-LTT-GRUPO        PIC X(20).
           05 FILLER              PIC X(30) VALUE
                     '  ALUNOS  TRANCADOS CANCELADOS'.
           05 FILLER              PIC X(18) VALUE
                     '  %TRANC  % EVASAO'.
           05 FILLER              PIC X(12) VALUE SPACES.
       01  WS-LIN-TAXA.
           05 WS-LTX-GRUPO        PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LTX-TOTAL        PIC ZZ.ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-LTX-TRANC        PIC ZZ.ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-LTX-CANCEL       PIC ZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LTX-PCT-TRANC    PIC ZZ9,99.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-LTX-PCT-EVASAO   PIC ZZ9,99.
           05 FILLER              PIC X(12) VALUE SPACES.
       01  WS-LIN-RESUMO.
           05 WS-LR-DESCR         PIC X(40).
           05 WS-LR-QTD           PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(31) VALUE SPACES.
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA        PIC X(08) VALUE 'CGPRG055'.
           05 WS-LOG-EVENTO          PIC X(01).
           05 WS-LOG-QTD-REGS        PIC 9(06).
           05 WS-LOG-COD-RETORNO     PIC 99.

       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
      *-----> O JORNAL ESTA NA ORDEM DE GRAVACAO (E AS COPIAS
      *       ARQUIVADAS PODEM VIR EM QUALQUER ORDEM) - O SORT
      *       ENTREGA A VIDA DE CADA ALUNO EM SEQUENCIA, COM O
      *       REGISTRO DO MESTRE POR ULTIMO
           SORT SORT-RETENCAO
               ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE IS 030-CARREGAR-SORT
               OUTPUT PROCEDURE IS 040-APURAR
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 55 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "RETENCAO E EVASAO POR COORTE DE INGRESSO"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA

      *-----> PERIODO DA POSICAO DO RELATORIO E INICIO DA JANELA
           MOVE AS-DATA TO WS-DATA-CALC
           PERFORM 047-CALCULAR-ORDEM
           MOVE WS-ORD-CALC TO WS-ORD-ATUAL
           COMPUTE WS-ORD-INICIO = WS-ORD-ATUAL - WS-MAX-COORTES + 1
           MOVE WS-ORD-ATUAL TO WS-ORD-CALC
           PERFORM 058-PERIODO-DA-ORDEM
           MOVE WS-ANO-PER TO WS-LC-ANO
           MOVE WS-SEM-PER TO WS-LC-SEM
           DISPLAY 'POSICAO EM: ' WS-ANO-PER '/' WS-SEM-PER

           INITIALIZE WS-TAB-COORTES-AREA
                      WS-TAB-CURSOS-AREA
                      WS-TOT-PADROES-AREA

      *-----> SEM O JORNAL NAO HA COORTE NENHUMA - SEM O MESTRE A
      *       SITUACAO ATUAL NAO TEM COMO SER CONFIRMADA
           OPEN INPUT ARQ-JORNAL
           IF WS-JORNAL-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O JORNAL DE ALUNOS - STATUS '
                       WS-JORNAL-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ALUNO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O ALUNO-MESTRE - STATUS '
                       WS-MESTRE-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REL-RETENCAO
           WRITE REG-REL-LINHA FROM WS-LIN-CABEC

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS
           .
      *--------------------------------------------------------------*
      *    ENTREGAR AO SORT O JORNAL INTEIRO E O MESTRE (RELEASE)    *
      *--------------------------------------------------------------*
       030-CARREGAR-SORT.

           PERFORM UNTIL WS-FIM = 'S'
               READ ARQ-JORNAL
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       PERFORM 031-LIBERAR-JORNAL
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-FIM
           PERFORM UNTIL WS-FIM = 'S'
               READ ALUNO-MESTRE NEXT
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       PERFORM 033-LIBERAR-MESTRE
               END-READ
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    UM REGISTRO DO JORNAL - O RA VEM DA IMAGEM DEPOIS NA      *
      *    INCLUSAO/ALTERACAO E DA IMAGEM ANTES NA EXCLUSAO          *
      *--------------------------------------------------------------*
       031-LIBERAR-JORNAL.

           ADD 1 TO WS-CTJORNAL
                    WS-SEQ
           IF JRN-TRAN-COD = 'E'
               MOVE JRN-IMAGEM-ANTES  TO WS-JRN-ALUNO
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO WS-JRN-ALUNO
           END-IF
           MOVE JA-RA              TO SRT-RA
           MOVE JRN-DATA           TO SRT-DATA
           MOVE JRN-HORA           TO SRT-HORA
           MOVE WS-SEQ             TO SRT-SEQ
           MOVE JRN-TRAN-COD       TO SRT-TRAN-COD
           MOVE JRN-IMAGEM-ANTES   TO SRT-IMAGEM-ANTES
           MOVE JRN-IMAGEM-DEPOIS  TO SRT-IMAGEM-DEPOIS
           RELEASE REG-SORT
           .
      *--------------------------------------------------------------*
      *    UM ALUNO DO MESTRE - TIPO 'M', SEMPRE O ULTIMO DO RA      *
      *--------------------------------------------------------------*
       033-LIBERAR-MESTRE.

           ADD 1 TO WS-CTMESTRE
           MOVE STUD-RA            TO SRT-RA
           MOVE ALL '9'            TO SRT-DATA
                                      SRT-HORA
                                      SRT-SEQ
           MOVE 'M'                TO SRT-TRAN-COD
           MOVE SPACES             TO SRT-IMAGEM-ANTES
           MOVE REG-ALUNO-MESTRE   TO SRT-IMAGEM-DEPOIS
           RELEASE REG-SORT
           .
      *--------------------------------------------------------------*
      *    RECEBER DO SORT (RETURN) A VIDA DE CADA ALUNO, COM        *
      *    QUEBRA POR RA                                             *
      *--------------------------------------------------------------*
       040-APURAR.

           MOVE 'N' TO WS-FIM
           PERFORM UNTIL WS-FIM = 'S'
               RETURN SORT-RETENCAO
                   AT END
                       MOVE 'S' TO WS-FIM
                   NOT AT END
                       PERFORM 041-TRATAR-REGISTRO
               END-RETURN
           END-PERFORM

      *-----> FECHA O ULTIMO ALUNO
           IF WS-RA-ANT NOT = SPACES
               PERFORM 045-FECHAR-ALUNO
           END-IF
           .
       041-TRATAR-REGISTRO.

           IF SRT-RA NOT = WS-RA-ANT
               IF WS-RA-ANT NOT = SPACES
                   PERFORM 045-FECHAR-ALUNO
               END-IF
               MOVE SRT-RA TO WS-RA-ANT
               PERFORM 042-INICIAR-ALUNO
           END-IF

      *-----> ALTERACAO/EXCLUSAO SEM INCLUSAO NO JORNAL = ALUNO
      *       CADASTRADO ANTES DO JORNAL EXISTIR - SEM COORTE
           EVALUATE SRT-TRAN-COD
               WHEN 'I'
                   PERFORM 043-INCLUSAO
               WHEN 'A'
                   IF AL-INCLUIDO = 'S'
                       PERFORM 044-ALTERACAO
                   END-IF
               WHEN 'E'
                   IF AL-INCLUIDO = 'S'
                       MOVE 'S' TO AL-EXCLUIDO
                   END-IF
               WHEN 'M'
                   MOVE SRT-IMAGEM-DEPOIS TO WS-JRN-ALUNO
                   MOVE 'S'               TO AL-NO-MESTRE
                   MOVE JA-SITUACAO       TO AL-SIT-MESTRE
                   MOVE JA-CURSO          TO AL-CURSO-MESTRE
                   MOVE JA-PADRAO-ACAD    TO AL-PADRAO-MESTRE
           END-EVALUATE
           .
       042-INICIAR-ALUNO.

           MOVE 'N'     TO AL-INCLUIDO
                           AL-EXCLUIDO
                           AL-NO-MESTRE
                           AL-SAIU
           MOVE ZEROS   TO AL-ORD-COORTE
           MOVE SPACES  TO AL-SIT-JORNAL
                           AL-CURSO-JORNAL
                           AL-CURSO-SAIDA
                           AL-PADRAO-SAIDA
                           AL-SIT-MESTRE
                           AL-CURSO-MESTRE
                           AL-PADRAO-MESTRE
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-MAX-COORTES
               MOVE SPACES TO AL-SIT-PER(WS-IDX-PER)
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    INCLUSAO: DEFINE A COORTE. NOVA INCLUSAO DEPOIS DE UMA    *
      *    EXCLUSAO RECOMECA O ALUNO NA COORTE NOVA                  *
      *--------------------------------------------------------------*
       043-INCLUSAO.

           PERFORM 042-INICIAR-ALUNO
           MOVE SRT-IMAGEM-DEPOIS TO WS-JRN-ALUNO
           MOVE 'S'               TO AL-INCLUIDO
           MOVE SRT-DATA          TO WS-DATA-CALC
           PERFORM 047-CALCULAR-ORDEM
           MOVE WS-ORD-CALC       TO AL-ORD-COORTE
                                     WS-ORD-EVENTO
           MOVE JA-SITUACAO       TO AL-SIT-JORNAL
                                     WS-SIT-EVENTO
           MOVE JA-CURSO          TO AL-CURSO-JORNAL
           PERFORM 048-MARCAR-SITUACAO
      *-----> INCLUIDO JA TRANCADO/CANCELADO SAI NO PROPRIO INGRESSO
           IF JA-SITUACAO NOT = 'A'
               MOVE 'S'            TO AL-SAIU
               MOVE JA-CURSO       TO AL-CURSO-SAIDA
               MOVE JA-PADRAO-ACAD TO AL-PADRAO-SAIDA
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERACAO: SO INTERESSA A MUDANCA DE SITUACAO. A SAIDA    *
      *    (ATIVO -> TRANCADO/CANCELADO) GUARDA O CURSO E O PADRAO   *
      *    DA IMAGEM ANTES; A VOLTA A ATIVO DESFAZ A SAIDA           *
      *--------------------------------------------------------------*
       044-ALTERACAO.

           MOVE SRT-IMAGEM-ANTES  TO WS-JRN-ALUNO
           MOVE JA-SITUACAO       TO WS-SIT-ANTES
           MOVE JA-CURSO          TO WS-CURSO-ANTES
           MOVE JA-PADRAO-ACAD    TO WS-PADRAO-ANTES
           MOVE SRT-IMAGEM-DEPOIS TO WS-JRN-ALUNO
           MOVE JA-CURSO          TO AL-CURSO-JORNAL

           IF JA-SITUACAO NOT = WS-SIT-ANTES
               MOVE JA-SITUACAO   TO AL-SIT-JORNAL
                                     WS-SIT-EVENTO
               MOVE SRT-DATA      TO WS-DATA-CALC
               PERFORM 047-CALCULAR-ORDEM
               MOVE WS-ORD-CALC   TO WS-ORD-EVENTO
               PERFORM 048-MARCAR-SITUACAO
               EVALUATE TRUE
                   WHEN JA-SITUACAO = 'A'
                       MOVE 'N'             TO AL-SAIU
                   WHEN WS-SIT-ANTES = 'A'
                       MOVE 'S'             TO AL-SAIU
                       MOVE WS-CURSO-ANTES  TO AL-CURSO-SAIDA
                       MOVE WS-PADRAO-ANTES TO AL-PADRAO-SAIDA
               END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    FIM DA VIDA DO ALUNO NO SORT - CLASSIFICAR E ACUMULAR     *
      *--------------------------------------------------------------*
       045-FECHAR-ALUNO.

           EVALUATE TRUE
               WHEN AL-INCLUIDO = 'N'
                   ADD 1 TO WS-CTSEM-INCLUSAO
               WHEN AL-EXCLUIDO = 'S'
                   ADD 1 TO WS-CTEXCLUIDOS
               WHEN OTHER
                   PERFORM 046-APURAR-ALUNO
           END-EVALUATE
           .
       046-APURAR-ALUNO.

           ADD 1 TO WS-CTAPURADOS
           MOVE AL-SIT-JORNAL TO WS-SIT-FINAL

      *-----> O MESTRE E QUEM VALE PARA A SITUACAO ATUAL - JORNAL
      *       DIVERGENTE (OU ALUNO FORA DO MESTRE SEM EXCLUSAO NO
      *       JORNAL) E AVISADO E CONTA NO RC=4
           EVALUATE TRUE
               WHEN AL-NO-MESTRE = 'N'
                   ADD 1 TO WS-CTDIVERGENTES
                   DISPLAY '** RA ' WS-RA-ANT
                           ' INCLUIDO NO JORNAL E FORA DO MESTRE **'
               WHEN AL-SIT-MESTRE NOT = AL-SIT-JORNAL
                   ADD 1 TO WS-CTDIVERGENTES
                   DISPLAY '** RA ' WS-RA-ANT ' SITUACAO NO JORNAL '
                           AL-SIT-JORNAL ' E NO MESTRE '
                           AL-SIT-MESTRE ' - VALE O MESTRE **'
                   MOVE AL-SIT-MESTRE TO WS-SIT-FINAL
                                         WS-SIT-EVENTO
                   MOVE WS-ORD-ATUAL  TO WS-ORD-EVENTO
                   PERFORM 048-MARCAR-SITUACAO
                   EVALUATE TRUE
                       WHEN AL-SIT-MESTRE = 'A'
                           MOVE 'N'              TO AL-SAIU
                       WHEN AL-SAIU = 'N'
                           MOVE 'S'              TO AL-SAIU
                           MOVE AL-CURSO-MESTRE  TO AL-CURSO-SAIDA
                           MOVE AL-PADRAO-MESTRE TO AL-PADRAO-SAIDA
                   END-EVALUATE
           END-EVALUATE

      *-----> REFERENCIA PARA AS TAXAS: QUEM SAIU CONTA NO CURSO E
      *       NO PADRAO QUE TINHA AO SAIR; OS DEMAIS, NOS ATUAIS
           IF AL-SAIU = 'S'
               MOVE AL-CURSO-SAIDA      TO WS-CURSO-REF
               MOVE AL-PADRAO-SAIDA     TO WS-PADRAO-REF
           ELSE
               IF AL-NO-MESTRE = 'S'
                   MOVE AL-CURSO-MESTRE  TO WS-CURSO-REF
                   MOVE AL-PADRAO-MESTRE TO WS-PADRAO-REF
               ELSE
                   MOVE AL-CURSO-JORNAL  TO WS-CURSO-REF
                   MOVE SPACES           TO WS-PADRAO-REF
               END-IF
           END-IF

           PERFORM 052-SOMAR-CURSO
           PERFORM 053-SOMAR-PADRAO
           PERFORM 054-SOMAR-COORTE
           .
      *--------------------------------------------------------------*
      *    NUMERO DE ORDEM DO PERIODO DE UMA DATA (WS-DATA-CALC)     *
      *--------------------------------------------------------------*
       047-CALCULAR-ORDEM.

           IF WS-DC-MES > 06
               COMPUTE WS-ORD-CALC = WS-DC-ANO * 2 + 1
           ELSE
               COMPUTE WS-ORD-CALC = WS-DC-ANO * 2
           END-IF
           .
      *--------------------------------------------------------------*
      *    A PARTIR DO PERIODO DO EVENTO, O ALUNO TERMINA CADA       *
      *    PERIODO NA SITUACAO NOVA (ATE QUE OUTRO EVENTO A MUDE)    *
      *--------------------------------------------------------------*
       048-MARCAR-SITUACAO.

           COMPUTE WS-OFF-INI = WS-ORD-EVENTO - AL-ORD-COORTE + 1
           IF WS-OFF-INI < 1
               MOVE 1 TO WS-OFF-INI
           END-IF
           IF WS-OFF-INI NOT > WS-MAX-COORTES
               PERFORM VARYING WS-IDX-PER FROM WS-OFF-INI BY 1
                       UNTIL WS-IDX-PER > WS-MAX-COORTES
                   MOVE WS-SIT-EVENTO TO AL-SIT-PER(WS-IDX-PER)
               END-PERFORM
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR O ALUNO NO SEU CURSO DE REFERENCIA               *
      *--------------------------------------------------------------*
       052-SOMAR-CURSO.

           MOVE ZEROS TO WS-ACHOU-CUR
           PERFORM VARYING WS-IDX-CUR FROM 1 BY 1
                   UNTIL WS-IDX-CUR > WS-QTD-CURSOS
                      OR WS-ACHOU-CUR NOT = ZEROS
               IF CR-CURSO(WS-IDX-CUR) = WS-CURSO-REF
                   MOVE WS-IDX-CUR TO WS-ACHOU-CUR
               END-IF
           END-PERFORM

           IF WS-ACHOU-CUR = ZEROS
               IF WS-QTD-CURSOS < 50
                   ADD 1 TO WS-QTD-CURSOS
                   MOVE WS-CURSO-REF  TO CR-CURSO(WS-QTD-CURSOS)
                   IF WS-QTD-CURSOS = 50
                       MOVE 'OUTROS'  TO CR-CURSO(50)
                       DISPLAY '** MAIS DE 49 CURSOS - OS DEMAIS '
                               'SAEM EM OUTROS **'
                   END-IF
               END-IF
               MOVE WS-QTD-CURSOS TO WS-ACHOU-CUR
           END-IF

           ADD 1 TO CR-TOTAL(WS-ACHOU-CUR)
           EVALUATE WS-SIT-FINAL
               WHEN 'T'
                   ADD 1 TO CR-TRANC(WS-ACHOU-CUR)
               WHEN 'C'
                   ADD 1 TO CR-CANCEL(WS-ACHOU-CUR)
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ACUMULAR O ALUNO NO SEU PADRAO ACADEMICO DE REFERENCIA    *
      *    (CODIGO FORA DE R/P/E CONTA COMO NAO APURADO)             *
      *--------------------------------------------------------------*
       053-SOMAR-PADRAO.

           EVALUATE WS-PADRAO-REF
               WHEN 'R'
                   MOVE 1 TO WS-IDX-PAD
               WHEN 'P'
                   MOVE 2 TO WS-IDX-PAD
               WHEN 'E'
                   MOVE 3 TO WS-IDX-PAD
               WHEN OTHER
                   MOVE 4 TO WS-IDX-PAD
           END-EVALUATE

           ADD 1 TO PD-TOTAL(WS-IDX-PAD)
           EVALUATE WS-SIT-FINAL
               WHEN 'T'
                   ADD 1 TO PD-TRANC(WS-IDX-PAD)
               WHEN 'C'
                   ADD 1 TO PD-CANCEL(WS-IDX-PAD)
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ACUMULAR A SITUACAO DO ALUNO AO FIM DE CADA PERIODO DA    *
      *    SUA COORTE (SO COORTES DENTRO DA JANELA)                  *
      *--------------------------------------------------------------*
       054-SOMAR-COORTE.

           EVALUATE TRUE
               WHEN AL-ORD-COORTE < WS-ORD-INICIO
                   ADD 1 TO WS-CTANTERIORES
               WHEN AL-ORD-COORTE > WS-ORD-ATUAL
                   ADD 1 TO WS-CTPOSTERIORES
               WHEN OTHER
                   COMPUTE WS-IDX-COO =
                           AL-ORD-COORTE - WS-ORD-INICIO + 1
                   COMPUTE WS-QTD-PER =
                           WS-ORD-ATUAL - AL-ORD-COORTE + 1
                   ADD 1 TO CO-INGRESSANTES(WS-IDX-COO)
                   PERFORM 055-SOMAR-UM-PERIODO
                       VARYING WS-IDX-PER FROM 1 BY 1
                       UNTIL WS-IDX-PER > WS-QTD-PER
           END-EVALUATE
           .
       055-SOMAR-UM-PERIODO.

           EVALUATE AL-SIT-PER(WS-IDX-PER)
               WHEN 'A'
                   ADD 1 TO CO-QTD-ATIVOS(WS-IDX-COO, WS-IDX-PER)
               WHEN 'T'
                   ADD 1 TO CO-QTD-TRANC(WS-IDX-COO, WS-IDX-PER)
               WHEN 'C'
                   ADD 1 TO CO-QTD-CANCEL(WS-IDX-COO, WS-IDX-PER)
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ANO/SEMESTRE DE UM NUMERO DE ORDEM (WS-ORD-CALC)          *
      *--------------------------------------------------------------*
       058-PERIODO-DA-ORDEM.

           DIVIDE WS-ORD-CALC BY 2 GIVING WS-ANO-PER
                                   REMAINDER WS-SEM-PER
           ADD 1 TO WS-SEM-PER
           .
      *--------------------------------------------------------------*
      *    TAXA = WS-PCT-QTD SOBRE WS-PCT-BASE, EM PERCENTUAL        *
      *--------------------------------------------------------------*
       059-CALCULAR-TAXA.

           IF WS-PCT-BASE = ZEROS
               MOVE ZEROS TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                       WS-PCT-QTD * 100 / WS-PCT-BASE
           END-IF
           .
      *--------------------------------------------------------------*
      *    RELATORIO - UM BLOCO POR COORTE COM INGRESSANTES          *
      *--------------------------------------------------------------*
       060-IMPRIMIR-COORTES.

           PERFORM 061-IMPRIMIR-COORTE
               VARYING WS-IDX-COO FROM 1 BY 1
               UNTIL WS-IDX-COO > WS-MAX-COORTES
           .
       061-IMPRIMIR-COORTE.

           IF CO-INGRESSANTES(WS-IDX-COO) NOT = ZEROS
               COMPUTE WS-ORD-CALC = WS-ORD-INICIO + WS-IDX-COO - 1
               PERFORM 058-PERIODO-DA-ORDEM
               MOVE WS-ANO-PER TO WS-LCO-ANO
               MOVE WS-SEM-PER TO WS-LCO-SEM
               MOVE CO-INGRESSANTES(WS-IDX-COO) TO WS-LCO-QTD
               WRITE REG-REL-LINHA FROM AS-HIFENS
               WRITE REG-REL-LINHA FROM WS-LIN-COORTE
               WRITE REG-REL-LINHA FROM WS-LIN-TIT-COORTE
               COMPUTE WS-QTD-PER = WS-MAX-COORTES - WS-IDX-COO + 1
               PERFORM 062-IMPRIMIR-PERIODO
                   VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-QTD-PER
           END-IF
           .
       062-IMPRIMIR-PERIODO.

           COMPUTE WS-ORD-CALC =
                   WS-ORD-INICIO + WS-IDX-COO + WS-IDX-PER - 2
           PERFORM 058-PERIODO-DA-ORDEM
           MOVE WS-ANO-PER TO WS-LP-ANO
           MOVE WS-SEM-PER TO WS-LP-SEM
           MOVE CO-QTD-ATIVOS(WS-IDX-COO, WS-IDX-PER) TO WS-LP-ATIVOS
           MOVE CO-QTD-TRANC(WS-IDX-COO, WS-IDX-PER)  TO WS-LP-TRANC
           MOVE CO-QTD-CANCEL(WS-IDX-COO, WS-IDX-PER) TO WS-LP-CANCEL

           MOVE CO-INGRESSANTES(WS-IDX-COO)           TO WS-PCT-BASE
           MOVE CO-QTD-ATIVOS(WS-IDX-COO, WS-IDX-PER) TO WS-PCT-QTD
           PERFORM 059-CALCULAR-TAXA
           MOVE WS-PCT TO WS-LP-PCT-RETENC
           MOVE CO-QTD-CANCEL(WS-IDX-COO, WS-IDX-PER) TO WS-PCT-QTD
           PERFORM 059-CALCULAR-TAXA
           MOVE WS-PCT TO WS-LP-PCT-EVASAO
           WRITE REG-REL-LINHA FROM WS-LIN-PERIODO
           .
      *--------------------------------------------------------------*
      *    RELATORIO - TAXAS POR CURSO                               *
      *--------------------------------------------------------------*
       065-IMPRIMIR-CURSOS.

           WRITE REG-REL-LINHA FROM AS-HIFENS
           MOVE 'EVASAO POR CURSO' TO WS-LTT-GRUPO
           WRITE REG-REL-LINHA FROM WS-LIN-TIT-TAXAS
           PERFORM 066-IMPRIMIR-CURSO
               VARYING WS-IDX-CUR FROM 1 BY 1
               UNTIL WS-IDX-CUR > WS-QTD-CURSOS
           .
       066-IMPRIMIR-CURSO.

           MOVE CR-CURSO(WS-IDX-CUR)  TO WS-LTX-GRUPO
           MOVE CR-TOTAL(WS-IDX-CUR)  TO WS-TX-TOTAL
           MOVE CR-TRANC(WS-IDX-CUR)  TO WS-TX-TRANC
           MOVE CR-CANCEL(WS-IDX-CUR) TO WS-TX-CANCEL
           PERFORM 068-IMPRIMIR-TAXA
           .
      *--------------------------------------------------------------*
      *    LINHA DE TAXAS DE UM GRUPO (WS-TX-TOTAL/TRANC/CANCEL)     *
      *--------------------------------------------------------------*
       068-IMPRIMIR-TAXA.

           MOVE WS-TX-TOTAL  TO WS-LTX-TOTAL
                                WS-PCT-BASE
           MOVE WS-TX-TRANC  TO WS-LTX-TRANC
                                WS-PCT-QTD
           PERFORM 059-CALCULAR-TAXA
           MOVE WS-PCT       TO WS-LTX-PCT-TRANC
           MOVE WS-TX-CANCEL TO WS-LTX-CANCEL
                                WS-PCT-QTD
           PERFORM 059-CALCULAR-TAXA
           MOVE WS-PCT       TO WS-LTX-PCT-EVASAO
           WRITE REG-REL-LINHA FROM WS-LIN-TAXA
           .
      *--------------------------------------------------------------*
      *    RELATORIO - TAXAS POR PADRAO ACADEMICO NA SAIDA           *
      *--------------------------------------------------------------*
       070-IMPRIMIR-PADROES.

           WRITE REG-REL-LINHA FROM AS-HIFENS
           MOVE 'EVASAO POR PADRAO' TO WS-LTT-GRUPO
           WRITE REG-REL-LINHA FROM WS-LIN-TIT-TAXAS
           PERFORM 071-IMPRIMIR-PADRAO
               VARYING WS-IDX-PAD FROM 1 BY 1
               UNTIL WS-IDX-PAD > 4
           .
       071-IMPRIMIR-PADRAO.

           MOVE PD-DESCR(WS-IDX-PAD)  TO WS-LTX-GRUPO
           MOVE PD-TOTAL(WS-IDX-PAD)  TO WS-TX-TOTAL
           MOVE PD-TRANC(WS-IDX-PAD)  TO WS-TX-TRANC
           MOVE PD-CANCEL(WS-IDX-PAD) TO WS-TX-CANCEL
           PERFORM 068-IMPRIMIR-TAXA
           .
      *--------------------------------------------------------------*
      *    RELATORIO - RESUMO DA APURACAO                            *
      *--------------------------------------------------------------*
       075-IMPRIMIR-RESUMO.

           WRITE REG-REL-LINHA FROM AS-HIFENS
           MOVE 'REGISTROS DO JORNAL LIDOS' TO WS-LR-DESCR
           MOVE WS-CTJORNAL                 TO WS-LR-QTD
           WRITE REG-REL-LINHA FROM WS-LIN-RESUMO
           MOVE 'ALUNOS NO MESTRE'          TO WS-LR-DESCR
           MOVE WS-CTMESTRE                 TO WS-LR-QTD
           WRITE REG-REL-LINHA FROM WS-LIN-RESUMO
           MOVE 'ALUNOS APURADOS'           TO WS-LR-DESCR
           MOVE WS-CTAPURADOS               TO WS-LR-QTD
           WRITE REG-REL-LINHA FROM WS-LIN-RESUMO
           MOVE 'SEM INCLUSAO NO JORNAL (FORA)' TO WS-LR-DESCR
           MOVE WS-CTSEM-INCLUSAO           TO WS-LR-QTD
           WRITE REG-REL-LINHA FROM WS-LIN-RESUMO
           MOVE 'EXCLUIDOS DO CADASTRO (FORA)' TO WS-LR-DESCR
           MOVE WS-CTEXCLUIDOS              TO WS-LR-QTD
           WRITE REG-REL-LINHA FROM WS-LIN-RESUMO
           MOVE 'COORTES ANTERIORES A JANELA' TO WS-LR-DESCR
           MOVE WS-CTANTERIORES             TO WS-LR-QTD
           WRITE REG-REL-LINHA FROM WS-LIN-RESUMO
           MOVE 'INGRESSO APOS A DATA-MOVIMENTO' TO WS-LR-DESCR
           MOVE WS-CTPOSTERIORES            TO WS-LR-QTD
           WRITE REG-REL-LINHA FROM WS-LIN-RESUMO
           MOVE 'JORNAL DIVERGENTE DO MESTRE' TO WS-LR-DESCR
           MOVE WS-CTDIVERGENTES            TO WS-LR-QTD
           WRITE REG-REL-LINHA FROM WS-LIN-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           PERFORM 060-IMPRIMIR-COORTES
           PERFORM 065-IMPRIMIR-CURSOS
           PERFORM 070-IMPRIMIR-PADROES
           PERFORM 075-IMPRIMIR-RESUMO

           CLOSE ARQ-JORNAL
           CLOSE ALUNO-MESTRE
           CLOSE REL-RETENCAO
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "REGISTROS DO JORNAL.....: " WS-CTJORNAL
           DISPLAY "ALUNOS NO MESTRE........: " WS-CTMESTRE
           DISPLAY "ALUNOS APURADOS.........: " WS-CTAPURADOS
           DISPLAY "SEM INCLUSAO NO JORNAL..: " WS-CTSEM-INCLUSAO
           DISPLAY "EXCLUIDOS DO CADASTRO...: " WS-CTEXCLUIDOS
           DISPLAY "COORTES FORA DA JANELA..: " WS-CTANTERIORES
           DISPLAY "INGRESSO APOS DATA-MOV..: " WS-CTPOSTERIORES
           DISPLAY "DIVERGENTES DO MESTRE...: " WS-CTDIVERGENTES
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG055"

           MOVE 'T'             TO WS-LOG-EVENTO
           MOVE WS-CTAPURADOS   TO WS-LOG-QTD-REGS
           MOVE ZEROS           TO WS-LOG-COD-RETORNO
           IF WS-CTDIVERGENTES NOT = ZEROS
               MOVE 04 TO WS-LOG-COD-RETORNO
           END-IF
           CALL 'CGPRG009' USING WS-LOG-PARMS

      *-----> DEPOIS DA CHAMADA AO CGPRG009 - O RETORNO DO
      *       SUBPROGRAMA REPOE O RETURN-CODE DO PASSO
      *       RC=4 = JORNAL E MESTRE DIVERGEM EM ALGUM ALUNO (O
      *       RELATORIO SAI COM A SITUACAO DO MESTRE)
           IF WS-CTDIVERGENTES NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG055 <-------------------*
