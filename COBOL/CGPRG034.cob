       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG034.
       AUTHOR. VITOR A. S. MIMAKI.
       DATE-WRITTEN. 15/10/2026.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER O CADASTRO-MESTRE DE COMPRADORES (ARQUIVO    *
      *           INDEXADO POR CPF/CNPJ) A PARTIR DE TRANSACOES      *
      *           LIDAS DA SYSIN: INCLUSAO (I), ALTERACAO (A) E      *
      *           EXCLUSAO (E) - NOS MOLDES DO CGPRG015 PARA         *
      *           DEPARTAMENTOS. O DOCUMENTO E CRITICADO PELOS       *
      *           DIGITOS VERIFICADORES (MODULO 11) ANTES DE         *
      *           GRAVAR. O CGPRG029 CONSISTE O COMPRADOR DA         *
      *           CONFIRMACAO DE VENDA CONTRA ESTE CADASTRO.         *
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
           SELECT COMPRADOR-MESTRE ASSIGN TO COMPRMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-DOC
               FILE STATUS IS WS-MESTRE-STATUS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> CADASTRO-MESTRE DE COMPRADORES (VSAM/INDEXADO POR
      *       CPF/CNPJ) - MESMO LAYOUT COMUM USADO PELO CGPRG029
       FD  COMPRADOR-MESTRE
           RECORDING MODE IS F.
       COPY CGCOMP01 REPLACING COMPRADOR-RECORD BY REG-COMPRADOR.

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-MESTRE-STATUS          PIC X(02).
       77  WS-FIM                    PIC X(01) VALUE 'N'.
       77  WS-CTINCLUSOES            PIC 9(04) VALUE ZEROS.
       77  WS-CTALTERACOES           PIC 9(04) VALUE ZEROS.
       77  WS-CTEXCLUSOES            PIC 9(04) VALUE ZEROS.
       77  WS-CTREJEITADAS           PIC 9(04) VALUE ZEROS.
       77  AS-HIFENS                 PIC X(80) VALUE ALL '-'.
      *-----> VALIDACAO DE CAMPOS DA TRANSACAO
       77  WS-TRAN-VALIDA            PIC X(01) VALUE 'S'.
       77  WS-COD-MOTIVO             PIC 99.
       77  WS-MOTIVO-REJ             PIC X(20).
      *-----> TRANSACAO DE MANUTENCAO RECEBIDA VIA SYSIN
      *       TRAN-COD: I = INCLUIR, A = ALTERAR, E = EXCLUIR
      *       TRAN-TIPO-PESSOA: F = CPF (11 DIGITOS), J = CNPJ (14)
       01  WS-REG-SYSIN.
           05 TRAN-COD               PIC X(01).
           05 TRAN-DOC               PIC X(14).
           05 TRAN-TIPO-PESSOA       PIC X(01).
           05 TRAN-ATIVO             PIC X(01).
           05 TRAN-NOME              PIC X(30).
           05 TRAN-CIDADE            PIC X(15).
           05 TRAN-UF                PIC X(02).
           05 TRAN-FONE              PIC X(11).
      *-----> CONFERENCIA DOS DIGITOS VERIFICADORES DO CPF/CNPJ
      *       (MODULO 11: RESTO < 2 DA DIGITO ZERO, SENAO 11 - RESTO)
       77  WS-DOC-OK                 PIC X(01).
       77  WS-I                      PIC 9(02) COMP.
       77  WS-DV-QTD                 PIC 9(02) COMP.
       77  WS-DV-PESO                PIC 9(02) COMP.
       77  WS-DV-SOMA                PIC 9(04) COMP.
       77  WS-DV-QUOC                PIC 9(04) COMP.
       77  WS-DV-RESTO               PIC 9(02) COMP.
       77  WS-DV-CALC                PIC 9(01).
       01  WS-DOC-AREA.
           05 WS-DOC-NUM             PIC X(14).
           05 WS-DOC-DIGITOS REDEFINES WS-DOC-NUM.
              10 WS-DOC-DIG          PIC 9(01) OCCURS 14 TIMES.
      *-----> PESOS DO CNPJ (O 1O DV USA OS 12 ULTIMOS, O 2O TODOS);
      *       NO CPF O PESO E DECRESCENTE ATE 2 E DISPENSA TABELA
       01  WS-PESOS-CNPJ-AREA.
           05 FILLER                 PIC X(13) VALUE '6543298765432'.
       01  WS-PESOS-CNPJ REDEFINES WS-PESOS-CNPJ-AREA.
           05 WS-PESO-CNPJ           PIC 9(01) OCCURS 13 TIMES.
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
           05 WS-REJ-PROGRAMA        PIC X(08) VALUE 'CGPRG034'.
           05 WS-REJ-COD-MOTIVO      PIC 99.
           05 WS-REJ-DESCR-MOTIVO    PIC X(20).
           05 WS-REJ-DADO-ORIGINAL   PIC X(60).
      *-----> PARAMETROS TROCADOS COM O LOG DE AUDITORIA (CGPRG009)
       01  WS-LOG-PARMS.
           05 WS-LOG-PROGRAMA        PIC X(08) VALUE 'CGPRG034'.
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

           DISPLAY "** PROGRAMA 34 **"
           DISPLAY "** VITOR A. S. MIMAKI **"
           DISPLAY "MANUTENCAO DO CADASTRO-MESTRE DE COMPRADORES"
           DISPLAY AS-HIFENS
           OPEN I-O COMPRADOR-MESTRE
           IF WS-MESTRE-STATUS = '35'
               CLOSE COMPRADOR-MESTRE
               OPEN OUTPUT COMPRADOR-MESTRE
               CLOSE COMPRADOR-MESTRE
               OPEN I-O COMPRADOR-MESTRE
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

      *-----> EXCLUSAO SO PRECISA DO DOCUMENTO - OS DEMAIS CAMPOS
      *       DA TRANSACAO NAO SAO GRAVADOS E NAO PASSAM PELA CRITICA
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
                       MOVE 04 TO WS-COD-MOTIVO
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

           PERFORM 040-CONFERIR-DOCUMENTO

      *-----> EVALUATE TRUE SO REGISTRA O MOTIVO DA 1A REGRA QUE
      *       FALHAR - SENAO UMA FALHA POSTERIOR SOBRESCREVERIA O
      *       MOTIVO JA GRAVADO E O REJEITOR (CGPRG010) PERDERIA A
      *       CAUSA REAL DA 1A REGRA VIOLADA
           EVALUATE TRUE
               WHEN TRAN-TIPO-PESSOA NOT = 'F'
                    AND TRAN-TIPO-PESSOA NOT = 'J'
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 01  TO WS-COD-MOTIVO
                   MOVE 'TIPO PESSOA INVALIDO' TO WS-MOTIVO-REJ
               WHEN WS-DOC-OK = 'N'
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 02  TO WS-COD-MOTIVO
                   MOVE 'CPF/CNPJ INVALIDO' TO WS-MOTIVO-REJ
               WHEN TRAN-NOME = SPACES
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 03  TO WS-COD-MOTIVO
                   MOVE 'NOME EM BRANCO' TO WS-MOTIVO-REJ
               WHEN TRAN-ATIVO NOT = 'A' AND TRAN-ATIVO NOT = 'I'
                   MOVE 'N' TO WS-TRAN-VALIDA
                   MOVE 05  TO WS-COD-MOTIVO
                   MOVE 'FLAG ATIVO INVALIDO' TO WS-MOTIVO-REJ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ENVIAR A TRANSACAO REJEITADA AO REJEITOR COMUM            *
      *--------------------------------------------------------------*
       029-REJEITAR-TRANSACAO.

           ADD 1 TO WS-CTREJEITADAS
           DISPLAY '** TRANSACAO DOC ' TRAN-DOC ' COD '
                   TRAN-COD ' REJEITADA: ' WS-MOTIVO-REJ
           MOVE WS-COD-MOTIVO    TO WS-REJ-COD-MOTIVO
           MOVE WS-MOTIVO-REJ    TO WS-REJ-DESCR-MOTIVO
           MOVE WS-REG-SYSIN     TO WS-REJ-DADO-ORIGINAL
           CALL 'CGPRG010' USING WS-REJ-PARMS
           .
      *--------------------------------------------------------------*
      *    INCLUIR NOVO COMPRADOR NO CADASTRO-MESTRE                 *
      *--------------------------------------------------------------*
       032-INCLUIR.

           MOVE TRAN-DOC          TO CMP-DOC
           MOVE TRAN-TIPO-PESSOA  TO CMP-TIPO-PESSOA
           MOVE TRAN-NOME         TO CMP-NOME
           MOVE TRAN-CIDADE       TO CMP-CIDADE
           MOVE TRAN-UF           TO CMP-UF
           MOVE TRAN-FONE         TO CMP-FONE
           MOVE TRAN-ATIVO        TO CMP-ATIVO
           WRITE REG-COMPRADOR
               INVALID KEY
                   ADD 1 TO WS-CTREJEITADAS
                   DISPLAY '** COMPRADOR ' TRAN-DOC
                           ' JA CADASTRADO - INCLUSAO REJEITADA **'
               NOT INVALID KEY
                   ADD 1 TO WS-CTINCLUSOES
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    ALTERAR DADOS DE UM COMPRADOR JA CADASTRADO               *
      *--------------------------------------------------------------*
       034-ALTERAR.

           MOVE TRAN-DOC TO CMP-DOC
           READ COMPRADOR-MESTRE
               INVALID KEY
                   ADD 1 TO WS-CTREJEITADAS
                   DISPLAY '** COMPRADOR ' TRAN-DOC
                           ' NAO CADASTRADO - ALTERACAO REJEITADA **'
               NOT INVALID KEY
                   MOVE TRAN-TIPO-PESSOA  TO CMP-TIPO-PESSOA
                   MOVE TRAN-NOME         TO CMP-NOME
                   MOVE TRAN-CIDADE       TO CMP-CIDADE
                   MOVE TRAN-UF           TO CMP-UF
                   MOVE TRAN-FONE         TO CMP-FONE
                   MOVE TRAN-ATIVO        TO CMP-ATIVO
                   REWRITE REG-COMPRADOR
                       INVALID KEY
                           ADD 1 TO WS-CTREJEITADAS
                           DISPLAY '** ERRO AO ALTERAR COMPRADOR '
                                   TRAN-DOC
                       NOT INVALID KEY
                           ADD 1 TO WS-CTALTERACOES
                   END-REWRITE
           END-READ
           .
      *--------------------------------------------------------------*
      *    EXCLUIR UM COMPRADOR DO CADASTRO-MESTRE                   *
      *    (COMPRADOR COM CONTRATO EM VIGOR DEVE SER INATIVADO VIA   *
      *    ALTERACAO - O EXTRATO CGPRG035 APONTA CONTRATO ORFAO)     *
      *--------------------------------------------------------------*
       036-EXCLUIR.

           MOVE TRAN-DOC TO CMP-DOC
           DELETE COMPRADOR-MESTRE
               INVALID KEY
                   ADD 1 TO WS-CTREJEITADAS
                   DISPLAY '** COMPRADOR ' TRAN-DOC
                           ' NAO CADASTRADO - EXCLUSAO REJEITADA **'
               NOT INVALID KEY
                   ADD 1 TO WS-CTEXCLUSOES
           END-DELETE
           .
      *--------------------------------------------------------------*
      *    CONFERIR O FORMATO E OS DIGITOS VERIFICADORES DO CPF      *
      *    (11 DIGITOS + 3 BRANCOS) OU DO CNPJ (14 DIGITOS)          *
      *--------------------------------------------------------------*
       040-CONFERIR-DOCUMENTO.

           MOVE 'S'      TO WS-DOC-OK
           MOVE TRAN-DOC TO WS-DOC-NUM

           EVALUATE TRUE
               WHEN TRAN-TIPO-PESSOA = 'F'
                   IF WS-DOC-NUM(1:11) NOT NUMERIC
                      OR WS-DOC-NUM(12:3) NOT = SPACES
                      OR WS-DOC-NUM(1:11) = ZEROS
                       MOVE 'N' TO WS-DOC-OK
                   ELSE
                       MOVE 9  TO WS-DV-QTD
                       PERFORM 042-CALCULAR-DV
                       MOVE 10 TO WS-DV-QTD
                       PERFORM 042-CALCULAR-DV
                   END-IF
               WHEN TRAN-TIPO-PESSOA = 'J'
                   IF WS-DOC-NUM NOT NUMERIC
                      OR WS-DOC-NUM = ZEROS
                       MOVE 'N' TO WS-DOC-OK
                   ELSE
                       MOVE 12 TO WS-DV-QTD
                       PERFORM 042-CALCULAR-DV
                       MOVE 13 TO WS-DV-QTD
                       PERFORM 042-CALCULAR-DV
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-DOC-OK
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CALCULAR O DIGITO VERIFICADOR QUE SEGUE OS WS-DV-QTD      *
      *    PRIMEIROS DIGITOS E CONFRONTAR COM O INFORMADO            *
      *--------------------------------------------------------------*
       042-CALCULAR-DV.

           MOVE ZEROS TO WS-DV-SOMA
           PERFORM 043-SOMAR-DIGITO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DV-QTD

           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOC
                  REMAINDER WS-DV-RESTO
           IF WS-DV-RESTO < 2
               MOVE ZEROS TO WS-DV-CALC
           ELSE
               COMPUTE WS-DV-CALC = 11 - WS-DV-RESTO
           END-IF

           IF WS-DV-CALC NOT = WS-DOC-DIG(WS-DV-QTD + 1)
               MOVE 'N' TO WS-DOC-OK
           END-IF
           .
       043-SOMAR-DIGITO.

           IF TRAN-TIPO-PESSOA = 'F'
               COMPUTE WS-DV-PESO = WS-DV-QTD + 2 - WS-I
           ELSE
               MOVE WS-PESO-CNPJ(WS-I + 13 - WS-DV-QTD) TO WS-DV-PESO
           END-IF
           COMPUTE WS-DV-SOMA = WS-DV-SOMA
                              + WS-DOC-DIG(WS-I) * WS-DV-PESO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE COMPRADOR-MESTRE
           DISPLAY AS-HIFENS
           DISPLAY '** FIM DA EXECUCAO **'
           DISPLAY "INCLUSOES EFETUADAS.....: " WS-CTINCLUSOES
           DISPLAY "ALTERACOES EFETUADAS....: " WS-CTALTERACOES
           DISPLAY "EXCLUSOES EFETUADAS.....: " WS-CTEXCLUSOES
           DISPLAY "TRANSACOES REJEITADAS...: " WS-CTREJEITADAS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG034"

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
      *---------------> FIM DO PROGRAMA CGPRG034 <-------------------*
