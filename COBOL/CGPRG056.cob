       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG056.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: EMISSAO DE DECLARACOES OFICIAIS - CADA PEDIDO DA    *
      *           SYSIN TRAZ RA + TIPO + PERIODO. TIPO 'M' DECLARA A *
      *           MATRICULA NO PERIODO CORRENTE (MATRICUL ATIVAS) E  *
      *           TIPO 'N' DECLARA AS NOTAS DE UM PERIODO (HISTNOTA).*
      *           SO ALUNO ATIVO NO ALUNO-MESTRE E COM MATRICULA/    *
      *           NOTA NO PERIODO RECEBE DECLARACAO - OS DEMAIS VAO  *
      *           PARA O REJEITOR (CGPRG010). CADA DECLARACAO SAI EM *
      *           FOLHA DE LAYOUT FIXO (DECLARA) COM UM CODIGO DE    *
      *           VERIFICACAO UNICO, GRAVADO COM O CONTEUDO          *
      *           CERTIFICADO NO REGISTRO DE DECLARACOES EMITIDAS    *
      *           (REGDECL) - CONSULTADO PELO CGPRG057.              *
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
           SELECT ALUNO-MESTRE ASSIGN TO ALUNOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUD-RA
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT MATRICULAS ASSIGN TO MATRICUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WS-MATRIC-STATUS.
           SELECT HIST-NOTAS ASSIGN TO HISTNOTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CAT-DISCIPLINAS ASSIGN TO CATDISC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WS-CATDISC-STATUS.
           SELECT REG-DECLARACOES ASSIGN TO REGDECL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGDECL-STATUS.
           SELECT ARQ-DECLARACOES ASSIGN TO DECLARA
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> CADASTRO-MESTRE DE ALUNOS (VSAM/INDEXADO POR RA),
      *       MANTIDO PELO CGPRG008 - AQUI SOMENTE CONSULTA
       FD  ALUNO-MESTRE
           RECORDING MODE IS F.
       COPY CGSTUD01 REPLACING STUDENT-RECORD BY REG-ALUNO-MESTRE.
      *-----> MATRICULAS POR RA + PERIODO + DISCIPLINA (VSAM),
      *       GRAVADAS PELO CGPRG020 - AQUI SOMENTE CONSULTA
       FD  MATRICULAS
           RECORDING MODE IS F.
       COPY CGMATR01 REPLACING MATRICULA-RECORD BY REG-MATRICULA.
      *-----> HISTORICO DE NOTAS POR ALUNO (VSAM/INDEXADO POR
      *       RA + PERIODO + DISCIPLINA), GRAVADO PELO CGPRG003
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
      *-----> CATALOGO DE DISCIPLINAS (VSAM/INDEXADO POR CODIGO),
      *       MANTIDO PELO CGPRG048 - AQUI SOMENTE CONSULTA
       FD  CAT-DISCIPLINAS
           RECORDING MODE IS F.
       COPY CGDISC01 REPLACING DISCIPLINA-RECORD BY REG-DISCIPLINA.
      *-----> REGISTRO DE DECLARACOES EMITIDAS: LIDO NO INICIO PARA
      *       ACHAR O ULTIMO NUMERO E ESTENDIDO COM AS NOVAS EMISSOES
       FD  REG-DECLARACOES
           RECORDING MODE IS F.
       COPY CGDECL01 REPLACING DECLARACAO-RECORD BY REG-DECLARACAO.
      *-----> DECLARACOES IMPRESSAS, UMA POR FOLHA DE LAYOUT FIXO
       FD  ARQ-DECLARACOES
           RECORDING MODE IS F.
       01  REG-DECL-LINHA            PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-MESTRE-STATUS       PIC X(02).
       77  WS-MATRIC-STATUS       PIC X(02).
       77  WS-HIST-STATUS         PIC X(02).
       77  WS-CATDISC-STATUS      PIC X(02).
       77  WS-REGDECL-STATUS      PIC X(02).
      *-----> CATALOGO DISPONIVEL NO RUN - SEM ELE A DECLARACAO SAI
      *       SO COM O CODIGO DA DISCIPLINA, COMO NO HISTORICO
       77  WS-CAT-DISPONIVEL      PIC X(01) VALUE 'N'.
       77  WS-FIM                 PIC X(01) VALUE 'N'.
       77  WS-REGDECL-FIM         PIC X(01) VALUE 'N'.
       77  WS-LEITURA-FIM         PIC X(01).
       77  AS-DATA                PIC 9(08).
       77  AS-HORA                PIC 9(08).
       77  AS-TERMO               PIC 9(05).
      *-----> DATA-MOVIMENTO DEVOLVIDA PELO CGPRG025
       01  WS-DATA-PARMS.
           05 WS-DATA-MOVIMENTO   PIC 9(08).
       77  AS-HIFENS              PIC X(80) VALUE ALL '-'.
       77  WS-CTEMITIDAS          PIC 9(04) VALUE ZEROS.
       77  WS-CTREJEITADAS        PIC 9(04) VALUE ZEROS.
      *-----> ULTIMO NUMERO JA EMITIDO (REGISTRO DE DECLARACOES) -
      *       A NUMERACAO SEGUE DE UM RUN PARA O OUTRO E NUNCA SE
      *       REPETE, O QUE TORNA O CODIGO DE VERIFICACAO UNICO
       77  AS-ULTIMO-NUMERO       PIC 9(06) VALUE ZEROS.
      *-----> VALIDACAO DE CAMPOS DO PEDIDO
       77  WS-TRAN-VALIDA         PIC X(01) VALUE 'S'.
       77  WS-COD-MOTIVO          PIC 99.
       77  WS-MOTIVO-REJ          PIC X(20).
       77  WS-ALUNO-OK            PIC X(01).
      *-----> PEDIDO DE DECLARACAO RECEBIDO VIA SYSIN - PERIODO EM
      *       BRANCO OU ZEROS NO TIPO 'M' = PERIODO CORRENTE
       01  WS-REG-SYSIN.
           05 TRAN-RA                PIC X(13).
           05 TRAN-TIPO              PIC X(01).
              88 TRAN-MATRICULA         VALUE 'M'.
              88 TRAN-NOTAS             VALUE 'N'.
           05 TRAN-TERMO             PIC 9(05).
           05 TRAN-TERMO-X REDEFINES TRAN-TERMO
                                     PIC X(05).
           05 FILLER                 PIC X(61).
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
      *-----> DISCIPLINAS CERTIFICADAS NA DECLARACAO EM CURSO -
      *       NO MAXIMO 29 POR PERIODO: A DECLARACAO DE NOTAS TEM 31
      *       LINHAS FIXAS E A FOLHA 60; ACIMA DISSO O PEDIDO E
      *       REJEITADO (DECLARACAO INCOMPLETA NAO SE EMITE)
       77  WS-QTD-DISC            PIC 9(03) VALUE ZEROS.
       77  WS-IDX-DISC            PIC 9(03) COMP.
       77  WS-EXCESSO             PIC X(01).
       77  AS-SOMA-MEDIAS         PIC 9(05)V99.
       77  AS-MEDIA-TERMO         PIC 99V99.
       01  WS-TAB-DISC-AREA.
           05 WS-TAB-DISC         OCCURS 29 TIMES.
              10 TD-DISC          PIC X(08).
              10 TD-NOME          PIC X(30).
              10 TD-CREDITOS      PIC 9(02).
              10 TD-CARGA         PIC 9(03).
              10 TD-NOTA1         PIC 9(02)V99.
              10 TD-NOTA2         PIC 9(02)V99.
              10 TD-MEDIA         PIC 9(02)V99.
              10 TD-SITUACAO      PIC X(11).
      *-----> CODIGO DE VERIFICACAO: TIPO + DATA + NUMERO + DV. O DV
      *       (MODULO 97, COMO NA ISO 7064) CONFERE OS DIGITOS DE
      *       DATA + NUMERO + RA - CODIGO INVENTADO OU DIGITADO
      *       ERRADO NAO BATE COM O REGISTRO
       01  WS-CODIGO-VERIF.
           05 CV-TIPO             PIC X(01).
           05 CV-DATA             PIC 9(08).
           05 CV-NUMERO           PIC 9(06).
           05 CV-DV               PIC 9(02).
       01  WS-CODIGO-EDIT.
           05 CE-TIPO             PIC X(01).
           05 FILLER              PIC X(01) VALUE '-'.
           05 CE-DATA             PIC 9(08).
           05 FILLER              PIC X(01) VALUE '-'.
           05 CE-NUMERO           PIC 9(06).
           05 FILLER              PIC X(01) VALUE '-'.
           05 CE-DV               PIC 9(02).
       01  WS-DV-CADEIA.
           05 WS-DVC-DATA         PIC 9(08).
           05 WS-DVC-NUMERO       PIC 9(06).
           05 WS-DVC-RA           PIC X(13).
       77  WS-IDX-DV              PIC 9(02) COMP.
       77  AS-DIGITO              PIC 9(01).
       77  AS-DV-ACUM             PIC 9(05).
       77  AS-DV-QUOC             PIC 9(05).
       77  AS-DV-RESTO            PIC 9(02).
      *-----> FOLHA DA DECLARACAO: FORMULARIO DE 60 LINHAS - TODA
      *       DECLARACAO E COMPLETADA ATE O FIM DA FOLHA PARA QUE A
      *       SEGUINTE COMECE SEMPRE NO TOPO DO FORMULARIO
       77  AS-LINHAS-FOLHA        PIC 9(02) VALUE 60.
       77  WS-CTLINHAS            PIC 9(02).
       01  WS-LINHA-DECL          PIC X(80).
      *-----> LINHAS DA DECLARACAO
       01  WS-DL-INSTITUICAO.
           05 FILLER              PIC X(20) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE
                                   'FATEC SAO CAETANO - '.
           05 FILLER              PIC X(20) VALUE
                                   'SECRETARIA ACADEMICA'.
           05 FILLER              PIC X(20) VALUE SPACES.
       01  WS-DL-TITULO.
           05 FILLER              PIC X(27) VALUE SPACES.
           05 WS-DT-TITULO        PIC X(26).
           05 FILLER              PIC X(27) VALUE SPACES.
       01  WS-DL-ABERTURA.
           05 FILLER              PIC X(27) VALUE
                                   'DECLARAMOS, PARA OS DEVIDOS'.
           05 FILLER              PIC X(15) VALUE
                                   ' FINS, QUE O(A)'.
           05 FILLER              PIC X(38) VALUE SPACES.
       01  WS-DL-NOME.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE 'ALUNO(A).: '.
           05 WS-DN-NOME          PIC X(25).
           05 FILLER              PIC X(41) VALUE SPACES.
       01  WS-DL-RA.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE 'RA.......: '.
           05 WS-DR-RA            PIC X(13).
           05 FILLER              PIC X(53) VALUE SPACES.
       01  WS-DL-CURSO.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE 'CURSO....: '.
           05 WS-DC-CURSO         PIC X(12).
           05 FILLER              PIC X(54) VALUE SPACES.
       01  WS-DL-TEXTO-MATRICULA.
           05 FILLER              PIC X(33) VALUE
                                   'ESTA REGULARMENTE MATRICULADO(A) '.
           05 FILLER              PIC X(18) VALUE
                                   'NO PERIODO LETIVO '.
           05 WS-DTM-ANO          PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-DTM-SEM          PIC 9(01).
           05 FILLER              PIC X(23) VALUE
                                   ', NAS DISCIPLINAS:'.
       01  WS-DL-TEXTO-NOTAS.
           05 FILLER              PIC X(25) VALUE
                                   'OBTEVE NO PERIODO LETIVO '.
           05 WS-DTN-ANO          PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-DTN-SEM          PIC 9(01).
           05 FILLER              PIC X(30) VALUE
                                   ' AS NOTAS ABAIXO RELACIONADAS:'.
           05 FILLER              PIC X(19) VALUE SPACES.
       01  WS-CAB-MATRICULA.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'CODIGO'.
           05 FILLER              PIC X(32) VALUE
                                   'NOME DA DISCIPLINA'.
           05 FILLER              PIC X(04) VALUE '  CR'.
           05 FILLER              PIC X(06) VALUE '  C.H.'.
           05 FILLER              PIC X(25) VALUE SPACES.
       01  WS-LIN-MATRICULA.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LM-DISC          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LM-NOME          PIC X(30).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-LM-CREDITOS      PIC Z9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LM-CARGA         PIC ZZ9.
           05 FILLER              PIC X(25) VALUE SPACES.
      *-----> MESMAS COLUNAS DO HISTORICO ESCOLAR (CGPRG019)
       01  WS-CAB-NOTAS.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE 'CODIGO'.
           05 FILLER              PIC X(24) VALUE
                                   'NOME DA DISCIPLINA'.
           05 FILLER              PIC X(04) VALUE '  CR'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'NOTA1'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'NOTA2'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'MEDIA'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'SITUACAO'.
           05 FILLER              PIC X(11) VALUE SPACES.
       01  WS-LIN-NOTAS.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LN-DISC          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LN-NOME          PIC X(26).
           05 WS-LN-CREDITOS      PIC Z9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LN-NOTA1         PIC Z9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LN-NOTA2         PIC Z9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LN-MEDIA         PIC Z9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LN-SITUACAO      PIC X(11).
           05 FILLER              PIC X(08) VALUE SPACES.
       01  WS-DL-MEDIA.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(22) VALUE
                                   'MEDIA DO PERIODO....: '.
           05 WS-DM-MEDIA         PIC Z9,99.
           05 FILLER              PIC X(14) VALUE ' DISCIPLINAS: '.
           05 WS-DM-QTD           PIC ZZ9.
           05 FILLER              PIC X(33) VALUE SPACES.
       01  WS-DL-LOCAL-DATA.
           05 FILLER              PIC X(20) VALUE
                                   'SAO CAETANO DO SUL, '.
           05 WS-DD-DIA           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-DD-MES           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-DD-ANO           PIC 9(04).
           05 FILLER              PIC X(01) VALUE '.'.
           05 FILLER              PIC X(49) VALUE SPACES.
       01  WS-DL-ASSINATURA.
           05 FILLER              PIC X(40) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE ALL '_'.
           05 FILLER              PIC X(10) VALUE SPACES.
       01  WS-DL-SECRETARIA.
           05 FILLER              PIC X(45) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE
                                   'SECRETARIA ACADEMICA'.
           05 FILLER              PIC X(15) VALUE SPACES.
       01  WS-DL-CODIGO.
           05 FILLER              PIC X(23) VALUE
                                   'CODIGO DE VERIFICACAO: '.
           05 WS-DCV-CODIGO       PIC X(20).
           05 FILLER              PIC X(37) VALUE SPACES.
       01  WS-DL-AVISO-1.
           05 FILLER              PIC X(32) VALUE
                                   'A AUTENTICIDADE DESTA DECLARACAO'.
           05 FILLER              PIC X(29) VALUE
                                   ' PODE SER CONFIRMADA JUNTO A'.
           05 FILLER              PIC X(19) VALUE SPACES.
       01  WS-DL-AVISO-2.
           05 FILLER              PIC X(31) VALUE
                                   'SECRETARIA ACADEMICA PELO CODIG'.
           05 FILLER              PIC X(23) VALUE
                                   'O DE VERIFICACAO ACIMA.'.
           05 FILLER              PIC X(26) VALUE SPACES.
      *-----> PARAMETROS TROCADOS COM O REJEITOR COMUM (CGPRG010)
       01  WS-REJ-PARMS.
           05 WS-REJ-PROGRAMA        PIC X(08) VALUE 'CGPRG056'.
           05 WS-REJ-COD-MOTIVO      PIC 99.
           05 WS-REJ-DESCR-MOTIVO    PIC X(20).
           05 WS-REJ-DADO-ORIGINAL   PIC X(60).
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA        PIC X(08) VALUE 'CGPRG056'.
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

           DISPLAY "** PROGRAMA 56 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "EMISSAO DE DECLARACOES DE MATRICULA E NOTAS"
           DISPLAY AS-HIFENS

      *-----> DATA-MOVIMENTO DA CADEIA (CARTAO DATAMOV VIA
      *       CGPRG025) - O RELOGIO SO VALE PARA A HORA
           CALL 'CGPRG025' USING WS-DATA-PARMS
           MOVE WS-DATA-MOVIMENTO TO AS-DATA
      *-----> PERIODO LETIVO CORRENTE: ANO + SEMESTRE (JAN-JUN = 1,
      *       JUL-DEZ = 2) - O MESMO CALCULO DO CGPRG003
           MOVE AS-DATA(1:4)  TO  AS-TERMO(1:4)
           IF AS-DATA(5:2) > '06'
               MOVE '2' TO AS-TERMO(5:1)
           ELSE
               MOVE '1' TO AS-TERMO(5:1)
           END-IF
           DISPLAY 'PERIODO CORRENTE: ' AS-TERMO

           OPEN INPUT ALUNO-MESTRE
           IF WS-MESTRE-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O ALUNO-MESTRE - STATUS '
                       WS-MESTRE-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MATRICULAS
           IF WS-MATRIC-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR AS MATRICULAS - STATUS '
                       WS-MATRIC-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HIST-NOTAS
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O HISTORICO DE NOTAS - '
                       'STATUS ' WS-HIST-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CAT-DISCIPLINAS
           IF WS-CATDISC-STATUS = '00'
               MOVE 'S' TO WS-CAT-DISPONIVEL
           ELSE
               DISPLAY '** CATALOGO DE DISCIPLINAS INDISPONIVEL - '
                       'STATUS ' WS-CATDISC-STATUS
                       ' - DECLARACAO SO COM O CODIGO **'
           END-IF
           PERFORM 015-LER-REGISTRO
           OPEN EXTEND REG-DECLARACOES
           IF WS-REGDECL-STATUS = '35'
               OPEN OUTPUT REG-DECLARACOES
           END-IF
           IF WS-REGDECL-STATUS NOT = '00'
               DISPLAY '** ERRO AO ABRIR O REGISTRO DE DECLARACOES - '
                       'STATUS ' WS-REGDECL-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-DECLARACOES

           MOVE 'I'     TO  WS-LOG-EVENTO
           MOVE ZEROS   TO  WS-LOG-QTD-REGS
           MOVE ZEROS   TO  WS-LOG-COD-RETORNO
           CALL 'CGPRG009' USING WS-LOG-PARMS

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O ULTIMO NUMERO JA EMITIDO NO REGISTRO          *
      *--------------------------------------------------------------*
       015-LER-REGISTRO.

      *-----> SEM O REGISTRO (PRIMEIRA EMISSAO) A NUMERACAO COMECA
      *       DO 1 - O ARQUIVO E CRIADO NA ABERTURA EM EXTEND. OUTRO
      *       ERRO NA ABERTURA PARA O PASSO: NUMERAR DO 1 COM O
      *       REGISTRO EXISTENTE REPETIRIA NUMEROS JA EMITIDOS
           OPEN INPUT REG-DECLARACOES
           IF WS-REGDECL-STATUS NOT = '00' AND NOT = '35'
               DISPLAY '** ERRO AO ABRIR O REGISTRO DE DECLARACOES - '
                       'STATUS ' WS-REGDECL-STATUS ' **'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REGDECL-STATUS = '35'
               DISPLAY '** REGISTRO DE DECLARACOES VAZIO - STATUS '
                       WS-REGDECL-STATUS ' - NUMERACAO INICIAL **'
           ELSE
               PERFORM UNTIL WS-REGDECL-FIM = 'S'
                   READ REG-DECLARACOES
                       AT END
                           MOVE 'S' TO WS-REGDECL-FIM
                       NOT AT END
                           IF DCL-NUMERO > AS-ULTIMO-NUMERO
                               MOVE DCL-NUMERO TO AS-ULTIMO-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-DECLARACOES
           END-IF
           DISPLAY 'ULTIMA DECLARACAO EMITIDA: ' AS-ULTIMO-NUMERO
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
      *    PROCESSAR UM PEDIDO DE DECLARACAO                         *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 028-VALIDAR-CAMPOS

           IF WS-TRAN-VALIDA = 'S'
               PERFORM 032-CARREGAR-DISCIPLINAS
           END-IF

           IF WS-TRAN-VALIDA = 'N'
               PERFORM 029-REJEITAR-TRANSACAO
           ELSE
               PERFORM 040-EMITIR-DECLARACAO
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CRITICAR O PEDIDO: ALUNO CADASTRADO E ATIVO, TIPO E       *
      *    PERIODO VALIDOS                                           *
      *--------------------------------------------------------------*
       028-VALIDAR-CAMPOS.

           IF TRAN-TERMO-X = SPACES
               MOVE ZEROS TO TRAN-TERMO
           END-IF
           IF TRAN-MATRICULA AND TRAN-TERMO = ZEROS
               MOVE AS-TERMO TO TRAN-TERMO
           END-IF

           MOVE 'S'     TO WS-TRAN-VALIDA
           MOVE 'S'     TO WS-ALUNO-OK
           MOVE TRAN-RA TO STUD-RA
           READ ALUNO-MESTRE
               INVALID KEY
                   MOVE 'N' TO WS-ALUNO-OK
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
               WHEN NOT TRAN-MATRICULA AND NOT TRAN-NOTAS
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 02  TO WS-COD-MOTIVO
                   MOVE 'TIPO INVALIDO' TO WS-MOTIVO-REJ
               WHEN TRAN-TERMO NOT NUMERIC OR TRAN-TERMO = ZEROS
                    OR TRAN-TERMO > AS-TERMO
                    OR (TRAN-TERMO-X(5:1) NOT = '1'
                        AND TRAN-TERMO-X(5:1) NOT = '2')
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 03  TO WS-COD-MOTIVO
                   MOVE 'TERMO INVALIDO' TO WS-MOTIVO-REJ
      *-----------> A DECLARACAO DE MATRICULA SO ATESTA O PERIODO
      *             CORRENTE - PERIODO ANTERIOR SAI PELAS NOTAS
               WHEN TRAN-MATRICULA AND TRAN-TERMO NOT = AS-TERMO
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 04  TO WS-COD-MOTIVO
                   MOVE 'TERMO NAO CORRENTE' TO WS-MOTIVO-REJ
               WHEN NOT STUD-ATIVO
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 05  TO WS-COD-MOTIVO
                   MOVE 'ALUNO NAO ATIVO' TO WS-MOTIVO-REJ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ENVIAR O PEDIDO RECUSADO AO REJEITOR COMUM                *
      *--------------------------------------------------------------*
       029-REJEITAR-TRANSACAO.

           ADD 1 TO WS-CTREJEITADAS
           DISPLAY '** PEDIDO RA ' TRAN-RA ' TIPO ' TRAN-TIPO
                   ' RECUSADO: ' WS-MOTIVO-REJ
           MOVE WS-COD-MOTIVO    TO WS-REJ-COD-MOTIVO
           MOVE WS-MOTIVO-REJ    TO WS-REJ-DESCR-MOTIVO
           MOVE WS-REG-SYSIN     TO WS-REJ-DADO-ORIGINAL
           CALL 'CGPRG010' USING WS-REJ-PARMS
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS DISCIPLINAS A CERTIFICAR: MATRICULAS ATIVAS   *
      *    NO PERIODO (TIPO M) OU NOTAS DO PERIODO (TIPO N)          *
      *--------------------------------------------------------------*
       032-CARREGAR-DISCIPLINAS.

           MOVE ZEROS TO WS-QTD-DISC
           MOVE ZEROS TO AS-SOMA-MEDIAS
           MOVE 'N'   TO WS-EXCESSO
           IF TRAN-MATRICULA
               PERFORM 033-LER-MATRICULAS
           ELSE
               PERFORM 034-LER-NOTAS
           END-IF

           EVALUATE TRUE
               WHEN WS-QTD-DISC = ZEROS AND TRAN-MATRICULA
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 06  TO WS-COD-MOTIVO
                   MOVE 'SEM MATRICULA ATIVA' TO WS-MOTIVO-REJ
               WHEN WS-QTD-DISC = ZEROS
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 07  TO WS-COD-MOTIVO
                   MOVE 'SEM NOTAS NO TERMO' TO WS-MOTIVO-REJ
               WHEN WS-EXCESSO = 'S'
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 08  TO WS-COD-MOTIVO
                   MOVE 'EXCESSO DISCIPLINAS' TO WS-MOTIVO-REJ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    PERCORRER AS MATRICULAS DO RA NO PERIODO PEDIDO           *
      *--------------------------------------------------------------*
       033-LER-MATRICULAS.

           MOVE TRAN-RA    TO MAT-RA
           MOVE TRAN-TERMO TO MAT-TERMO
           MOVE SPACES     TO MAT-DISC
           MOVE 'N'        TO WS-LEITURA-FIM
           START MATRICULAS KEY NOT < MAT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-LEITURA-FIM
           END-START
           PERFORM UNTIL WS-LEITURA-FIM = 'S'
               READ MATRICULAS NEXT
                   AT END
                       MOVE 'S' TO WS-LEITURA-FIM
                   NOT AT END
                       IF MAT-RA NOT = TRAN-RA
                          OR MAT-TERMO NOT = TRAN-TERMO
                           MOVE 'S' TO WS-LEITURA-FIM
                       ELSE
      *-------------------> MATRICULA CANCELADA NAO SE DECLARA
      *-------------------> A AREA DO HISTORICO LEVA NOTAS ZERADAS E
      *                     A SITUACAO DA MATRICULA PARA A TABELA
                           IF MAT-ATIVA
                               MOVE MAT-DISC      TO DISC-CODIGO
                               MOVE ZEROS         TO HIST-NOTA1
                                                     HIST-NOTA2
                                                     HIST-MEDIA
                               MOVE 'MATRICULADO' TO HIST-SITUACAO
                               PERFORM 036-GUARDAR-DISCIPLINA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    PERCORRER AS NOTAS DO RA NO PERIODO PEDIDO                *
      *--------------------------------------------------------------*
       034-LER-NOTAS.

           MOVE TRAN-RA    TO HIST-RA
           MOVE TRAN-TERMO TO HIST-TERMO
           MOVE SPACES     TO HIST-DISC
           MOVE 'N'        TO WS-LEITURA-FIM
           START HIST-NOTAS KEY NOT < HIST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-LEITURA-FIM
           END-START
           PERFORM UNTIL WS-LEITURA-FIM = 'S'
               READ HIST-NOTAS NEXT
                   AT END
                       MOVE 'S' TO WS-LEITURA-FIM
                   NOT AT END
                       IF HIST-RA NOT = TRAN-RA
                          OR HIST-TERMO NOT = TRAN-TERMO
                           MOVE 'S' TO WS-LEITURA-FIM
                       ELSE
                           MOVE HIST-DISC  TO DISC-CODIGO
                           ADD  HIST-MEDIA TO AS-SOMA-MEDIAS
                           PERFORM 036-GUARDAR-DISCIPLINA
                       END-IF
               END-READ
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    GUARDAR UMA DISCIPLINA NA TABELA DA DECLARACAO, COM NOME, *
      *    CREDITOS E CARGA HORARIA DO CATALOGO                      *
      *--------------------------------------------------------------*
       036-GUARDAR-DISCIPLINA.

           IF WS-QTD-DISC < 29
               ADD 1 TO WS-QTD-DISC
               MOVE DISC-CODIGO   TO TD-DISC(WS-QTD-DISC)
               MOVE SPACES        TO TD-NOME(WS-QTD-DISC)
               MOVE ZEROS         TO TD-CREDITOS(WS-QTD-DISC)
                                     TD-CARGA(WS-QTD-DISC)
               IF WS-CAT-DISPONIVEL = 'S'
                   READ CAT-DISCIPLINAS
                       INVALID KEY
                           MOVE '** NAO CATALOGADA **'
                                             TO TD-NOME(WS-QTD-DISC)
                       NOT INVALID KEY
                           MOVE DISC-NOME    TO TD-NOME(WS-QTD-DISC)
                           MOVE DISC-CREDITOS
                                         TO TD-CREDITOS(WS-QTD-DISC)
                           MOVE DISC-CARGA-HORARIA
                                         TO TD-CARGA(WS-QTD-DISC)
                   END-READ
               END-IF
               MOVE HIST-NOTA1    TO TD-NOTA1(WS-QTD-DISC)
               MOVE HIST-NOTA2    TO TD-NOTA2(WS-QTD-DISC)
               MOVE HIST-MEDIA    TO TD-MEDIA(WS-QTD-DISC)
               MOVE HIST-SITUACAO TO TD-SITUACAO(WS-QTD-DISC)
           ELSE
               MOVE 'S' TO WS-EXCESSO
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR A DECLARACAO: NUMERO, CODIGO DE VERIFICACAO,       *
      *    FOLHA IMPRESSA E REGISTRO DE DECLARACOES EMITIDAS         *
      *--------------------------------------------------------------*
       040-EMITIR-DECLARACAO.

           ADD 1 TO AS-ULTIMO-NUMERO
           PERFORM 041-MONTAR-CODIGO
           ACCEPT AS-HORA FROM TIME

           PERFORM 043-IMPRIMIR-DECLARACAO
           PERFORM 047-GRAVAR-REGISTRO

           ADD 1 TO WS-CTEMITIDAS
           DISPLAY 'DECLARACAO ' WS-CODIGO-EDIT ' RA ' TRAN-RA
                   ' PERIODO ' TRAN-TERMO ' - ' WS-QTD-DISC
                   ' DISCIPLINA(S)'
           .
      *--------------------------------------------------------------*
      *    MONTAR O CODIGO DE VERIFICACAO COM O DV MODULO 97         *
      *--------------------------------------------------------------*
       041-MONTAR-CODIGO.

           MOVE TRAN-TIPO        TO CV-TIPO
           MOVE AS-DATA          TO CV-DATA
           MOVE AS-ULTIMO-NUMERO TO CV-NUMERO

      *-----> SO OS DIGITOS ENTRAM NA CONTA - LETRA DO RA E IGNORADA
           MOVE AS-DATA          TO WS-DVC-DATA
           MOVE AS-ULTIMO-NUMERO TO WS-DVC-NUMERO
           MOVE TRAN-RA          TO WS-DVC-RA
           MOVE ZEROS            TO AS-DV-RESTO
           PERFORM 042-SOMAR-DIGITO
               VARYING WS-IDX-DV FROM 1 BY 1
               UNTIL WS-IDX-DV > 27
           COMPUTE AS-DV-ACUM = AS-DV-RESTO * 100
           DIVIDE AS-DV-ACUM BY 97 GIVING AS-DV-QUOC
                  REMAINDER AS-DV-RESTO
           COMPUTE CV-DV = 98 - AS-DV-RESTO

           MOVE CV-TIPO   TO CE-TIPO
           MOVE CV-DATA   TO CE-DATA
           MOVE CV-NUMERO TO CE-NUMERO
           MOVE CV-DV     TO CE-DV
           .
       042-SOMAR-DIGITO.

           IF WS-DV-CADEIA(WS-IDX-DV:1) IS NUMERIC
               MOVE WS-DV-CADEIA(WS-IDX-DV:1) TO AS-DIGITO
               COMPUTE AS-DV-ACUM = AS-DV-RESTO * 10 + AS-DIGITO
               DIVIDE AS-DV-ACUM BY 97 GIVING AS-DV-QUOC
                      REMAINDER AS-DV-RESTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A DECLARACAO NO LAYOUT OFICIAL                   *
      *--------------------------------------------------------------*
       043-IMPRIMIR-DECLARACAO.

           MOVE ZEROS TO WS-CTLINHAS
           MOVE WS-DL-INSTITUICAO TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           MOVE AS-HIFENS         TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           MOVE SPACES            TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           PERFORM 045-GRAVAR-LINHA
           IF TRAN-MATRICULA
               MOVE 'DECLARACAO DE MATRICULA' TO WS-DT-TITULO
           ELSE
               MOVE '  DECLARACAO DE NOTAS'   TO WS-DT-TITULO
           END-IF
           MOVE WS-DL-TITULO      TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           MOVE SPACES            TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           PERFORM 045-GRAVAR-LINHA
           MOVE WS-DL-ABERTURA    TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           MOVE SPACES            TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA

           MOVE STUD-NOME         TO WS-DN-NOME
           MOVE WS-DL-NOME        TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           MOVE TRAN-RA           TO WS-DR-RA
           MOVE WS-DL-RA          TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           MOVE STUD-CURSO        TO WS-DC-CURSO
           MOVE WS-DL-CURSO       TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           MOVE SPACES            TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA

           IF TRAN-MATRICULA
               MOVE TRAN-TERMO(1:4)       TO WS-DTM-ANO
               MOVE TRAN-TERMO(5:1)       TO WS-DTM-SEM
               MOVE WS-DL-TEXTO-MATRICULA TO WS-LINHA-DECL
               PERFORM 045-GRAVAR-LINHA
               MOVE SPACES                TO WS-LINHA-DECL
               PERFORM 045-GRAVAR-LINHA
               MOVE WS-CAB-MATRICULA      TO WS-LINHA-DECL
           ELSE
               MOVE TRAN-TERMO(1:4)       TO WS-DTN-ANO
               MOVE TRAN-TERMO(5:1)       TO WS-DTN-SEM
               MOVE WS-DL-TEXTO-NOTAS     TO WS-LINHA-DECL
               PERFORM 045-GRAVAR-LINHA
               MOVE SPACES                TO WS-LINHA-DECL
               PERFORM 045-GRAVAR-LINHA
               MOVE WS-CAB-NOTAS          TO WS-LINHA-DECL
           END-IF
           PERFORM 045-GRAVAR-LINHA
           PERFORM 044-LINHA-DISCIPLINA
               VARYING WS-IDX-DISC FROM 1 BY 1
               UNTIL WS-IDX-DISC > WS-QTD-DISC

           IF TRAN-NOTAS
               COMPUTE AS-MEDIA-TERMO = AS-SOMA-MEDIAS / WS-QTD-DISC
               MOVE AS-MEDIA-TERMO TO WS-DM-MEDIA
               MOVE WS-QTD-DISC    TO WS-DM-QTD
               MOVE SPACES         TO WS-LINHA-DECL
               PERFORM 045-GRAVAR-LINHA
               MOVE WS-DL-MEDIA    TO WS-LINHA-DECL
               PERFORM 045-GRAVAR-LINHA
           END-IF

           MOVE SPACES            TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           PERFORM 045-GRAVAR-LINHA
           MOVE AS-DATA(7:2)      TO WS-DD-DIA
           MOVE AS-DATA(5:2)      TO WS-DD-MES
           MOVE AS-DATA(1:4)      TO WS-DD-ANO
           MOVE WS-DL-LOCAL-DATA  TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           MOVE SPACES            TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           PERFORM 045-GRAVAR-LINHA
           PERFORM 045-GRAVAR-LINHA
           MOVE WS-DL-ASSINATURA  TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           MOVE WS-DL-SECRETARIA  TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           MOVE SPACES            TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           PERFORM 045-GRAVAR-LINHA
           MOVE WS-CODIGO-EDIT    TO WS-DCV-CODIGO
           MOVE WS-DL-CODIGO      TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           MOVE WS-DL-AVISO-1     TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
           MOVE WS-DL-AVISO-2     TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA

      *-----> COMPLETA A FOLHA - A PROXIMA DECLARACAO COMECA NO TOPO
           MOVE SPACES            TO WS-LINHA-DECL
           PERFORM 045-GRAVAR-LINHA
               UNTIL WS-CTLINHAS NOT < AS-LINHAS-FOLHA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA DISCIPLINA CERTIFICADA                       *
      *--------------------------------------------------------------*
       044-LINHA-DISCIPLINA.

           IF TRAN-MATRICULA
               MOVE TD-DISC(WS-IDX-DISC)     TO WS-LM-DISC
               MOVE TD-NOME(WS-IDX-DISC)     TO WS-LM-NOME
               MOVE TD-CREDITOS(WS-IDX-DISC) TO WS-LM-CREDITOS
               MOVE TD-CARGA(WS-IDX-DISC)    TO WS-LM-CARGA
               MOVE WS-LIN-MATRICULA         TO WS-LINHA-DECL
           ELSE
               MOVE TD-DISC(WS-IDX-DISC)     TO WS-LN-DISC
               MOVE TD-NOME(WS-IDX-DISC)     TO WS-LN-NOME
               MOVE TD-CREDITOS(WS-IDX-DISC) TO WS-LN-CREDITOS
               MOVE TD-NOTA1(WS-IDX-DISC)    TO WS-LN-NOTA1
               MOVE TD-NOTA2(WS-IDX-DISC)    TO WS-LN-NOTA2
               MOVE TD-MEDIA(WS-IDX-DISC)    TO WS-LN-MEDIA
               MOVE TD-SITUACAO(WS-IDX-DISC) TO WS-LN-SITUACAO
               MOVE WS-LIN-NOTAS             TO WS-LINHA-DECL
           END-IF
           PERFORM 045-GRAVAR-LINHA
           .
       045-GRAVAR-LINHA.

           WRITE REG-DECL-LINHA FROM WS-LINHA-DECL
           ADD 1 TO WS-CTLINHAS
           .
      *--------------------------------------------------------------*
      *    GRAVAR A DECLARACAO NO REGISTRO: CABECALHO COM O CODIGO E *
      *    UM DETALHE POR DISCIPLINA CERTIFICADA                     *
      *--------------------------------------------------------------*
       047-GRAVAR-REGISTRO.

           MOVE SPACES           TO REG-DECLARACAO
           MOVE AS-ULTIMO-NUMERO TO DCL-NUMERO
           MOVE 'C'              TO DCL-TIPO-REG
           MOVE WS-CODIGO-VERIF  TO DCL-CODIGO
           MOVE TRAN-RA          TO DCL-RA
           MOVE STUD-NOME        TO DCL-NOME
           MOVE STUD-CURSO       TO DCL-CURSO
           MOVE TRAN-TERMO       TO DCL-TERMO
           MOVE AS-HORA(1:6)     TO DCL-HORA
           MOVE WS-QTD-DISC      TO DCL-QTD-DISC
           WRITE REG-DECLARACAO

           PERFORM 048-GRAVAR-DETALHE
               VARYING WS-IDX-DISC FROM 1 BY 1
               UNTIL WS-IDX-DISC > WS-QTD-DISC
           .
       048-GRAVAR-DETALHE.

           MOVE SPACES                   TO REG-DECLARACAO
           MOVE AS-ULTIMO-NUMERO         TO DCL-NUMERO
           MOVE 'D'                      TO DCL-TIPO-REG
           MOVE TD-DISC(WS-IDX-DISC)     TO DCL-DISC
           MOVE TD-NOME(WS-IDX-DISC)     TO DCL-DISC-NOME
           MOVE TD-NOTA1(WS-IDX-DISC)    TO DCL-NOTA1
           MOVE TD-NOTA2(WS-IDX-DISC)    TO DCL-NOTA2
           MOVE TD-MEDIA(WS-IDX-DISC)    TO DCL-MEDIA
           MOVE TD-SITUACAO(WS-IDX-DISC) TO DCL-SITUACAO
           WRITE REG-DECLARACAO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE ALUNO-MESTRE
           CLOSE MATRICULAS
           CLOSE HIST-NOTAS
           IF WS-CAT-DISPONIVEL = 'S'
               CLOSE CAT-DISCIPLINAS
           END-IF
           CLOSE REG-DECLARACOES
           CLOSE ARQ-DECLARACOES
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "DECLARACOES EMITIDAS....: " WS-CTEMITIDAS
           DISPLAY "PEDIDOS RECUSADOS.......: " WS-CTREJEITADAS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG056"

           MOVE 'T'            TO WS-LOG-EVENTO
           MOVE WS-CTEMITIDAS  TO WS-LOG-QTD-REGS
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
      *---------------> FIM DO PROGRAMA CGPRG056 <-------------------*
