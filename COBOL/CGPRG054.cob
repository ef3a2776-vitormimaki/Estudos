       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG054.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: CONSULTA ONLINE DE ALUNOS NO BALCAO DA SECRETARIA  *
      *           (TRANSACAO CGCA, MAPSET CGM054) - PSEUDO-          *
      *           CONVERSACIONAL, CHAVEADA PELO RA:                  *
      *             M054A - DADOS DO ALUNO-MESTRE E O PADRAO         *
      *                     ACADEMICO GRAVADO NO FECHAMENTO          *
      *             M054M - MATRICULAS DO PERIODO (MATRICUL) COM O   *
      *                     % DE PRESENCA APURADO (FREQALU)          *
      *             M054H - NOTAS DO HISTORICO (HISTNOTA) POR        *
      *                     PERIODO OU DE TODOS OS PERIODOS          *
      *           SOMENTE CONSULTA: NENHUM ARQUIVO E ALTERADO. A     *
      *           UNICA GRAVACAO E O REGISTRO DE ACESSO NA FILA TD   *
      *           CGLG (QUEM CONSULTOU QUAL RA, EM QUE TELA).        *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           .

       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *-----------------------*
      *-----> REGISTROS LIDOS VIA EXEC CICS READ/READNEXT (MESMOS
      *       LAYOUTS DO BATCH)
           COPY CGSTUD01.
           COPY CGMATR01.
           COPY CGFREQ01.
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
      *-----> MAPA SIMBOLICO DO MAPSET CGM054
           COPY CGM054.
      *-----> TECLAS DE FUNCAO (EIBAID)
           COPY DFHAID.
      *-----> AREA DE COMUNICACAO ENTRE AS INTERACOES DA CONVERSA.
      *       CA-INICIO-PAGINA GUARDA A CHAVE INICIAL DE CADA PAGINA
      *       JA MOSTRADA - E ELA QUE PERMITE VOLTAR COM PF7
       01  WS-COMMAREA.
           05 CA-TELA                PIC X(01).
              88 CA-TELA-ALUNO          VALUE 'A'.
              88 CA-TELA-MATRIC         VALUE 'M'.
              88 CA-TELA-HIST           VALUE 'H'.
           05 CA-RA                  PIC X(13).
           05 CA-NOME                PIC X(25).
           05 CA-TERMO               PIC 9(05).
           05 CA-PAGINA              PIC 9(03).
           05 CA-PROX-CHAVE          PIC X(26).
           05 CA-FIM-DADOS           PIC X(01).
           05 CA-INICIO-PAGINA       PIC X(26) OCCURS 50 TIMES.
       77  WS-MAX-PAGINAS         PIC 9(03) VALUE 50.
      *-----> CHAVE DE POSICIONAMENTO (RA + PERIODO + DISCIPLINA),
      *       COMUM A MATRICUL E HISTNOTA
       01  WS-CHAVE-BR.
           05 WS-CB-RA               PIC X(13).
           05 WS-CB-TERMO            PIC 9(05).
           05 WS-CB-DISC             PIC X(08).
      *-----> CONTROLE DA LEITURA DE UMA PAGINA
       77  WS-RESP                PIC S9(08) COMP.
       77  WS-RESP-ED             PIC ZZZZ9.
       77  WS-FIM-BROWSE          PIC X(01).
       77  WS-IND-LIN             PIC 9(02) COMP.
       77  WS-LIN-POR-PAGINA      PIC 9(02) COMP.
       77  WS-PAG-ED              PIC ZZ9.
       77  WS-ARQUIVO             PIC X(08).
       77  WS-MENSAGEM            PIC X(78).
       77  WS-MSG-FIM             PIC X(18) VALUE
                                   'CONSULTA ENCERRADA'.
       77  WS-LIMITE-PRESENCA     PIC 9(03)V99 VALUE 75,00.
      *-----> DATA E HORA DO RELOGIO DO CICS - ONLINE NAO HA CARTAO
      *       DATAMOV; A DATA DEFINE O PERIODO CORRENTE (ANO +
      *       SEMESTRE, JAN-JUN = 1, JUL-DEZ = 2, COMO NO CGPRG003)
       77  WS-ABSTIME             PIC S9(15) COMP-3.
       01  AS-DATA                PIC X(08).
       01  AS-HORA                PIC X(06).
       77  AS-TERMO               PIC 9(05).
      *-----> LINHA DE MATRICULA DA TELA M054M
       01  WS-LIN-MATRIC.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LM-DISC             PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LM-DATA.
              10 WS-LM-DIA           PIC X(02).
              10 FILLER              PIC X(01) VALUE '/'.
              10 WS-LM-MES           PIC X(02).
              10 FILLER              PIC X(01) VALUE '/'.
              10 WS-LM-ANO           PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LM-SITUACAO         PIC X(01).
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 WS-LM-AULAS            PIC ZZ9.
           05 FILLER                 PIC X(08) VALUE SPACES.
           05 WS-LM-PRESENCAS        PIC ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-LM-PCT              PIC ZZ9,99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LM-OBS              PIC X(24).
      *-----> LINHA DE NOTA DA TELA M054H
       01  WS-LIN-HIST.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LH-TERMO            PIC 9(05).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-LH-DISC             PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LH-NOTA1            PIC Z9,99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LH-NOTA2            PIC Z9,99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LH-MEDIA            PIC Z9,99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LH-SITUACAO         PIC X(11).
           05 FILLER                 PIC X(27) VALUE SPACES.
      *-----> REGISTRO DE ACESSO GRAVADO NA FILA TD CGLG (80 BYTES)
       01  WS-REG-ACESSO.
           05 ACS-PROGRAMA           PIC X(08) VALUE 'CGPRG054'.
           05 ACS-DATA               PIC X(08).
           05 ACS-HORA               PIC X(06).
           05 ACS-TERMINAL           PIC X(04).
           05 ACS-USUARIO            PIC X(08).
           05 ACS-RA                 PIC X(13).
           05 ACS-TELA               PIC X(01).
           05 ACS-TERMO              PIC 9(05).
           05 FILLER                 PIC X(27) VALUE SPACES.

       LINKAGE SECTION.
      *---------------*
       01  DFHCOMMAREA               PIC X(1374).

       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - CADA INTERACAO DO TERMINAL ENTRA     *
      *    AQUI E DEVOLVE O CONTROLE AO CICS COM A COMMAREA          *
      *--------------------------------------------------------------*

           MOVE SPACES TO WS-MENSAGEM
           PERFORM 070-OBTER-DATA-HORA

      *-----> SEM COMMAREA (OU COM TAMANHO ESTRANHO) E O INICIO DA
      *       CONVERSA - TELA DO ALUNO EM BRANCO
           IF EIBCALEN NOT = LENGTH OF WS-COMMAREA
               PERFORM 010-INICIAR
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE TRUE
                   WHEN CA-TELA-MATRIC
                       PERFORM 030-TRATAR-TELA-MATRIC
                   WHEN CA-TELA-HIST
                       PERFORM 040-TRATAR-TELA-HIST
                   WHEN OTHER
                       PERFORM 020-TRATAR-TELA-ALUNO
               END-EVALUATE
           END-IF

           PERFORM 090-RETORNAR
           GOBACK
           .
      *--------------------------------------------------------------*
      *    INICIO DA CONVERSA                                        *
      *--------------------------------------------------------------*
       010-INICIAR.

           INITIALIZE WS-COMMAREA
           MOVE 'A'    TO CA-TELA
           MOVE LOW-VALUES TO M054AO
           MOVE 'INFORME O RA E TECLE ENTER' TO AMSGO
           EXEC CICS SEND MAP('M054A') MAPSET('CGM054')
                     FROM(M054AO) ERASE
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    TELA DO ALUNO (M054A)                                     *
      *--------------------------------------------------------------*
       020-TRATAR-TELA-ALUNO.

           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   PERFORM 080-ENCERRAR
               WHEN DFHENTER
                   PERFORM 021-CONSULTAR-RA
               WHEN DFHPF5
                   IF CA-RA = SPACES
                       MOVE 'CONSULTE UM RA ANTES DE VER AS MATRICULAS'
                         TO WS-MENSAGEM
                       PERFORM 022-MOSTRAR-ALUNO
                   ELSE
                       PERFORM 025-ABRIR-MATRICULAS
                   END-IF
               WHEN DFHPF6
                   IF CA-RA = SPACES
                       MOVE 'CONSULTE UM RA ANTES DE VER O HISTORICO'
                         TO WS-MENSAGEM
                       PERFORM 022-MOSTRAR-ALUNO
                   ELSE
                       PERFORM 026-ABRIR-HISTORICO
                   END-IF
               WHEN OTHER
                   MOVE 'TECLA INVALIDA NESTA TELA' TO WS-MENSAGEM
                   PERFORM 022-MOSTRAR-ALUNO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    RECEBER O RA DIGITADO E CONSULTAR O ALUNO-MESTRE          *
      *--------------------------------------------------------------*
       021-CONSULTAR-RA.

           MOVE LOW-VALUES TO M054AI
           EXEC CICS RECEIVE MAP('M054A') MAPSET('CGM054')
                     INTO(M054AI) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL) OR ARAL = ZEROS
              OR ARAI = SPACES OR ARAI = LOW-VALUES
               MOVE SPACES TO CA-RA CA-NOME
               MOVE 'INFORME O RA E TECLE ENTER' TO WS-MENSAGEM
           ELSE
               MOVE ARAI TO CA-RA
               MOVE SPACES TO CA-NOME
               MOVE 'A'  TO ACS-TELA
               PERFORM 060-REGISTRAR-ACESSO
           END-IF
           PERFORM 022-MOSTRAR-ALUNO
           .
      *--------------------------------------------------------------*
      *    MONTAR E ENVIAR A TELA DO ALUNO PARA O CA-RA CORRENTE     *
      *--------------------------------------------------------------*
       022-MOSTRAR-ALUNO.

           MOVE 'A' TO CA-TELA
           MOVE LOW-VALUES TO M054AO
           MOVE CA-RA      TO ARAO

           IF CA-RA NOT = SPACES
               EXEC CICS READ FILE('ALUNOMAS')
                         INTO(STUDENT-RECORD) RIDFLD(CA-RA)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       PERFORM 023-PREENCHER-ALUNO
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       MOVE SPACES TO CA-RA CA-NOME
                       MOVE 'RA NAO CADASTRADO' TO WS-MENSAGEM
                   WHEN OTHER
                       MOVE SPACES TO CA-RA CA-NOME
                       MOVE 'ALUNOMAS' TO WS-ARQUIVO
                       PERFORM 065-MONTAR-ERRO-ARQUIVO
               END-EVALUATE
           END-IF

           MOVE WS-MENSAGEM TO AMSGO
           EXEC CICS SEND MAP('M054A') MAPSET('CGM054')
                     FROM(M054AO) ERASE
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    CAMPOS DO ALUNO-MESTRE NA TELA M054A                      *
      *--------------------------------------------------------------*
       023-PREENCHER-ALUNO.

           MOVE STUD-NOME         TO ANOMEO CA-NOME
           MOVE STUD-SEXO         TO ASEXOO
           MOVE STUD-IDADE        TO AIDADEO
           MOVE STUD-CURSO        TO ACURSOO
           MOVE STUD-SITUACAO     TO ASITUO
           MOVE STUD-PADRAO-ACAD  TO APADRO

           EVALUATE TRUE
               WHEN STUD-ATIVO
                   MOVE 'ATIVO'        TO ASITUDO
               WHEN STUD-TRANCADO
                   MOVE 'TRANCADO'     TO ASITUDO
               WHEN STUD-CANCELADO
                   MOVE 'CANCELADO'    TO ASITUDO
               WHEN OTHER
                   MOVE 'INVALIDA'     TO ASITUDO
           END-EVALUATE

      *-----> PADRAO EM BRANCO = ALUNO AINDA SEM PERIODO FECHADO
      *       PELO CGPRG023
           EVALUATE TRUE
               WHEN STUD-PAD-REGULAR
                   MOVE 'REGULAR'              TO APADRDO
               WHEN STUD-PAD-PROBATORIO
                   MOVE 'PROBATORIO'           TO APADRDO
               WHEN STUD-PAD-AVANCAR
                   MOVE 'ELEGIVEL A AVANCAR'   TO APADRDO
               WHEN OTHER
                   MOVE 'NAO APURADO'          TO APADRDO
           END-EVALUATE

           IF WS-MENSAGEM = SPACES
               MOVE 'PF5 = MATRICULAS DO PERIODO   PF6 = HISTORICO'
                 TO WS-MENSAGEM
           END-IF
           .
      *--------------------------------------------------------------*
      *    PF5 - PASSAR PARA AS MATRICULAS DO PERIODO CORRENTE       *
      *--------------------------------------------------------------*
       025-ABRIR-MATRICULAS.

           MOVE 'M'       TO CA-TELA
           MOVE AS-TERMO  TO CA-TERMO
           PERFORM 027-PRIMEIRA-PAGINA
           MOVE 'M'       TO ACS-TELA
           PERFORM 060-REGISTRAR-ACESSO
           PERFORM 031-MONTAR-PAGINA-MATRIC
           .
      *--------------------------------------------------------------*
      *    PF6 - PASSAR PARA O HISTORICO (TODOS OS PERIODOS)         *
      *--------------------------------------------------------------*
       026-ABRIR-HISTORICO.

           MOVE 'H'       TO CA-TELA
           MOVE ZEROS     TO CA-TERMO
           PERFORM 027-PRIMEIRA-PAGINA
           MOVE 'H'       TO ACS-TELA
           PERFORM 060-REGISTRAR-ACESSO
           PERFORM 041-MONTAR-PAGINA-HIST
           .
      *--------------------------------------------------------------*
      *    POSICIONAR NA 1A PAGINA DO RA/PERIODO CORRENTES           *
      *--------------------------------------------------------------*
       027-PRIMEIRA-PAGINA.

           MOVE 1           TO CA-PAGINA
           MOVE CA-RA       TO WS-CB-RA
           MOVE CA-TERMO    TO WS-CB-TERMO
           MOVE LOW-VALUES  TO WS-CB-DISC
           MOVE WS-CHAVE-BR TO CA-INICIO-PAGINA(1)
           .
      *--------------------------------------------------------------*
      *    TELA DE MATRICULAS (M054M)                                *
      *--------------------------------------------------------------*
       030-TRATAR-TELA-MATRIC.

           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   MOVE 'A' TO ACS-TELA
                   PERFORM 060-REGISTRAR-ACESSO
                   PERFORM 022-MOSTRAR-ALUNO
               WHEN DFHENTER
                   PERFORM 036-RECEBER-PERIODO-MATRIC
                   PERFORM 031-MONTAR-PAGINA-MATRIC
               WHEN DFHPF7
                   PERFORM 050-PAGINA-ANTERIOR
                   PERFORM 031-MONTAR-PAGINA-MATRIC
               WHEN DFHPF8
                   PERFORM 051-PROXIMA-PAGINA
                   PERFORM 031-MONTAR-PAGINA-MATRIC
               WHEN OTHER
                   MOVE 'TECLA INVALIDA NESTA TELA' TO WS-MENSAGEM
                   PERFORM 031-MONTAR-PAGINA-MATRIC
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LER UMA PAGINA DE MATRICULAS E ENVIAR A TELA M054M        *
      *--------------------------------------------------------------*
       031-MONTAR-PAGINA-MATRIC.

           MOVE LOW-VALUES  TO M054MO
           MOVE CA-RA       TO MRAO
           MOVE CA-NOME     TO MNOMEO
           MOVE CA-TERMO    TO MTERMOO
           MOVE CA-PAGINA   TO WS-PAG-ED
           MOVE WS-PAG-ED   TO MPAGO
           MOVE 10          TO WS-LIN-POR-PAGINA
           MOVE ZEROS       TO WS-IND-LIN
           MOVE 'S'         TO CA-FIM-DADOS
           MOVE 'N'         TO WS-FIM-BROWSE
           MOVE CA-INICIO-PAGINA(CA-PAGINA) TO WS-CHAVE-BR

           EXEC CICS STARTBR FILE('MATRICUL')
                     RIDFLD(WS-CHAVE-BR) GTEQ RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 032-LER-MATRICULA UNTIL WS-FIM-BROWSE = 'S'
                   EXEC CICS ENDBR FILE('MATRICUL') END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'MATRICUL' TO WS-ARQUIVO
                   PERFORM 065-MONTAR-ERRO-ARQUIVO
           END-EVALUATE

           IF WS-IND-LIN = ZEROS AND WS-MENSAGEM = SPACES
               MOVE 'NENHUMA MATRICULA NO PERIODO' TO WS-MENSAGEM
           END-IF
           MOVE WS-MENSAGEM TO MMSGO
           EXEC CICS SEND MAP('M054M') MAPSET('CGM054')
                     FROM(M054MO) ERASE
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    PROXIMA MATRICULA DO RA/PERIODO - A 11A SO MARCA ONDE     *
      *    COMECA A PAGINA SEGUINTE                                  *
      *--------------------------------------------------------------*
       032-LER-MATRICULA.

           EXEC CICS READNEXT FILE('MATRICUL')
                     INTO(MATRICULA-RECORD) RIDFLD(WS-CHAVE-BR)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'S' TO WS-FIM-BROWSE
               WHEN MAT-RA NOT = CA-RA OR MAT-TERMO NOT = CA-TERMO
                   MOVE 'S' TO WS-FIM-BROWSE
               WHEN WS-IND-LIN = WS-LIN-POR-PAGINA
                   MOVE MAT-CHAVE TO CA-PROX-CHAVE
                   MOVE 'N'       TO CA-FIM-DADOS
                   MOVE 'S'       TO WS-FIM-BROWSE
               WHEN OTHER
                   ADD 1 TO WS-IND-LIN
                   PERFORM 033-FORMATAR-MATRICULA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LINHA DA MATRICULA COM O % DE PRESENCA DO FREQALU         *
      *--------------------------------------------------------------*
       033-FORMATAR-MATRICULA.

           MOVE MAT-DISC                TO WS-LM-DISC
           MOVE MAT-DATA-INSC(7:2)      TO WS-LM-DIA
           MOVE MAT-DATA-INSC(5:2)      TO WS-LM-MES
           MOVE MAT-DATA-INSC(1:4)      TO WS-LM-ANO
           MOVE MAT-SITUACAO            TO WS-LM-SITUACAO
           MOVE SPACES                  TO WS-LM-OBS

           EXEC CICS READ FILE('FREQALU')
                     INTO(FREQUENCIA-RECORD) RIDFLD(MAT-CHAVE)
                     RESP(WS-RESP)
           END-EXEC

      *-----> SEM APURACAO = CGPRG021 AINDA NAO PROCESSOU A
      *       FREQUENCIA DESSA DISCIPLINA NO PERIODO
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE FRQ-AULAS-DADAS     TO WS-LM-AULAS
               MOVE FRQ-PRESENCAS       TO WS-LM-PRESENCAS
               MOVE FRQ-PCT-PRESENCA    TO WS-LM-PCT
               IF FRQ-PCT-PRESENCA < WS-LIMITE-PRESENCA
                   MOVE 'PRESENCA ABAIXO DE 75%' TO WS-LM-OBS
               END-IF
           ELSE
               MOVE ZEROS               TO WS-LM-AULAS
                                           WS-LM-PRESENCAS
                                           WS-LM-PCT
               MOVE 'SEM APURACAO'      TO WS-LM-OBS
           END-IF
           IF MAT-CANCELADA
               MOVE 'MATRICULA CANCELADA' TO WS-LM-OBS
           END-IF

           MOVE WS-LIN-MATRIC TO MLINO(WS-IND-LIN)
           .
      *--------------------------------------------------------------*
      *    ENTER NA M054M - TROCA DO PERIODO CONSULTADO              *
      *--------------------------------------------------------------*
       036-RECEBER-PERIODO-MATRIC.

           MOVE LOW-VALUES TO M054MI
           EXEC CICS RECEIVE MAP('M054M') MAPSET('CGM054')
                     INTO(M054MI) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL) AND MTERMOL > ZEROS
               IF MTERMOI IS NUMERIC
                  AND (MTERMOI(5:1) = '1' OR MTERMOI(5:1) = '2')
                   MOVE MTERMOI TO CA-TERMO
                   PERFORM 027-PRIMEIRA-PAGINA
                   MOVE 'M' TO ACS-TELA
                   PERFORM 060-REGISTRAR-ACESSO
               ELSE
                   MOVE 'PERIODO INVALIDO - INFORME AAAAS (S = 1 OU 2)'
                     TO WS-MENSAGEM
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    TELA DE HISTORICO (M054H)                                 *
      *--------------------------------------------------------------*
       040-TRATAR-TELA-HIST.

           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   MOVE 'A' TO ACS-TELA
                   PERFORM 060-REGISTRAR-ACESSO
                   PERFORM 022-MOSTRAR-ALUNO
               WHEN DFHENTER
                   PERFORM 046-RECEBER-PERIODO-HIST
                   PERFORM 041-MONTAR-PAGINA-HIST
               WHEN DFHPF7
                   PERFORM 050-PAGINA-ANTERIOR
                   PERFORM 041-MONTAR-PAGINA-HIST
               WHEN DFHPF8
                   PERFORM 051-PROXIMA-PAGINA
                   PERFORM 041-MONTAR-PAGINA-HIST
               WHEN OTHER
                   MOVE 'TECLA INVALIDA NESTA TELA' TO WS-MENSAGEM
                   PERFORM 041-MONTAR-PAGINA-HIST
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LER UMA PAGINA DO HISTORICO E ENVIAR A TELA M054H         *
      *--------------------------------------------------------------*
       041-MONTAR-PAGINA-HIST.

           MOVE LOW-VALUES  TO M054HO
           MOVE CA-RA       TO HRAO
           MOVE CA-NOME     TO HNOMEO
           MOVE CA-TERMO    TO HTERMOO
           MOVE CA-PAGINA   TO WS-PAG-ED
           MOVE WS-PAG-ED   TO HPAGO
           MOVE 12          TO WS-LIN-POR-PAGINA
           MOVE ZEROS       TO WS-IND-LIN
           MOVE 'S'         TO CA-FIM-DADOS
           MOVE 'N'         TO WS-FIM-BROWSE
           MOVE CA-INICIO-PAGINA(CA-PAGINA) TO WS-CHAVE-BR

           EXEC CICS STARTBR FILE('HISTNOTA')
                     RIDFLD(WS-CHAVE-BR) GTEQ RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 042-LER-HISTORICO UNTIL WS-FIM-BROWSE = 'S'
                   EXEC CICS ENDBR FILE('HISTNOTA') END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'HISTNOTA' TO WS-ARQUIVO
                   PERFORM 065-MONTAR-ERRO-ARQUIVO
           END-EVALUATE

           IF WS-IND-LIN = ZEROS AND WS-MENSAGEM = SPACES
               MOVE 'NENHUMA NOTA LANCADA' TO WS-MENSAGEM
           END-IF
           MOVE WS-MENSAGEM TO HMSGO
           EXEC CICS SEND MAP('M054H') MAPSET('CGM054')
                     FROM(M054HO) ERASE
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    PROXIMA NOTA DO RA (E DO PERIODO, SE INFORMADO)           *
      *--------------------------------------------------------------*
       042-LER-HISTORICO.

           EXEC CICS READNEXT FILE('HISTNOTA')
                     INTO(REG-HIST-NOTA) RIDFLD(WS-CHAVE-BR)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'S' TO WS-FIM-BROWSE
               WHEN HIST-RA NOT = CA-RA
                   MOVE 'S' TO WS-FIM-BROWSE
               WHEN CA-TERMO NOT = ZEROS AND HIST-TERMO NOT = CA-TERMO
                   MOVE 'S' TO WS-FIM-BROWSE
               WHEN WS-IND-LIN = WS-LIN-POR-PAGINA
                   MOVE HIST-CHAVE TO CA-PROX-CHAVE
                   MOVE 'N'        TO CA-FIM-DADOS
                   MOVE 'S'        TO WS-FIM-BROWSE
               WHEN OTHER
                   ADD 1 TO WS-IND-LIN
                   MOVE HIST-TERMO     TO WS-LH-TERMO
                   MOVE HIST-DISC      TO WS-LH-DISC
                   MOVE HIST-NOTA1     TO WS-LH-NOTA1
                   MOVE HIST-NOTA2     TO WS-LH-NOTA2
                   MOVE HIST-MEDIA     TO WS-LH-MEDIA
                   MOVE HIST-SITUACAO  TO WS-LH-SITUACAO
                   MOVE WS-LIN-HIST    TO HLINO(WS-IND-LIN)
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ENTER NA M054H - TROCA DO PERIODO (ZEROS = TODOS)         *
      *--------------------------------------------------------------*
       046-RECEBER-PERIODO-HIST.

           MOVE LOW-VALUES TO M054HI
           EXEC CICS RECEIVE MAP('M054H') MAPSET('CGM054')
                     INTO(M054HI) RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL) AND HTERMOL > ZEROS
               IF HTERMOI IS NUMERIC
                  AND (HTERMOI = ZEROS OR HTERMOI(5:1) = '1'
                                       OR HTERMOI(5:1) = '2')
                   MOVE HTERMOI TO CA-TERMO
                   PERFORM 027-PRIMEIRA-PAGINA
                   MOVE 'H' TO ACS-TELA
                   PERFORM 060-REGISTRAR-ACESSO
               ELSE
                   MOVE 'PERIODO INVALIDO - INFORME AAAAS OU ZEROS'
                     TO WS-MENSAGEM
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PF7 - VOLTAR UMA PAGINA (CHAVE GUARDADA NA COMMAREA)      *
      *--------------------------------------------------------------*
       050-PAGINA-ANTERIOR.

           IF CA-PAGINA > 1
               SUBTRACT 1 FROM CA-PAGINA
           ELSE
               MOVE 'JA ESTA NA PRIMEIRA PAGINA' TO WS-MENSAGEM
           END-IF
           .
      *--------------------------------------------------------------*
      *    PF8 - AVANCAR UMA PAGINA                                  *
      *--------------------------------------------------------------*
       051-PROXIMA-PAGINA.

           EVALUATE TRUE
               WHEN CA-FIM-DADOS = 'S'
                   MOVE 'NAO HA MAIS PAGINAS' TO WS-MENSAGEM
               WHEN CA-PAGINA NOT < WS-MAX-PAGINAS
                   MOVE 'LIMITE DE PAGINAS - INFORME UM PERIODO'
                     TO WS-MENSAGEM
               WHEN OTHER
                   ADD 1 TO CA-PAGINA
                   MOVE CA-PROX-CHAVE TO CA-INICIO-PAGINA(CA-PAGINA)
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    REGISTRO DE ACESSO NA FILA TD CGLG - QUEM, QUANDO, QUAL   *
      *    RA E QUAL TELA. FALHA NA FILA NAO IMPEDE O ATENDIMENTO    *
      *--------------------------------------------------------------*
       060-REGISTRAR-ACESSO.

           MOVE AS-DATA    TO ACS-DATA
           MOVE AS-HORA    TO ACS-HORA
           MOVE EIBTRMID   TO ACS-TERMINAL
           MOVE CA-RA      TO ACS-RA
           MOVE CA-TERMO   TO ACS-TERMO
           EXEC CICS ASSIGN USERID(ACS-USUARIO)
                     RESP(WS-RESP)
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE('CGLG')
                     FROM(WS-REG-ACESSO) LENGTH(80)
                     RESP(WS-RESP)
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    MENSAGEM DE ERRO INESPERADO NO ARQUIVO (WS-ARQUIVO)       *
      *--------------------------------------------------------------*
       065-MONTAR-ERRO-ARQUIVO.

           MOVE WS-RESP TO WS-RESP-ED
           STRING 'ERRO NO ARQUIVO '       DELIMITED BY SIZE
                  WS-ARQUIVO               DELIMITED BY SIZE
                  ' - RESP '               DELIMITED BY SIZE
                  WS-RESP-ED               DELIMITED BY SIZE
                  ' - AVISE O SUPORTE'     DELIMITED BY SIZE
             INTO WS-MENSAGEM
           END-STRING
           .
      *--------------------------------------------------------------*
      *    DATA/HORA DO RELOGIO DO CICS E PERIODO CORRENTE           *
      *--------------------------------------------------------------*
       070-OBTER-DATA-HORA.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(AS-DATA) TIME(AS-HORA)
           END-EXEC
           MOVE AS-DATA(1:4)  TO  AS-TERMO(1:4)
           IF AS-DATA(5:2) > '06'
               MOVE '2' TO AS-TERMO(5:1)
           ELSE
               MOVE '1' TO AS-TERMO(5:1)
           END-IF
           .
      *--------------------------------------------------------------*
      *    PF3/CLEAR NA TELA DO ALUNO - FIM DA CONVERSA              *
      *--------------------------------------------------------------*
       080-ENCERRAR.

           EXEC CICS SEND TEXT FROM(WS-MSG-FIM)
                     LENGTH(LENGTH OF WS-MSG-FIM) ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC
           .
      *--------------------------------------------------------------*
      *    DEVOLVER O CONTROLE AO CICS AGUARDANDO A PROXIMA TECLA    *
      *--------------------------------------------------------------*
       090-RETORNAR.

           EXEC CICS RETURN TRANSID('CGCA')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC
           .
