      *--------------------------------------------------------------*
      *    CGDECL01 - LAYOUT COMUM DO REGISTRO DE DECLARACOES        *
      *               EMITIDAS (GRAVADO PELO CGPRG056 / CONSULTADO   *
      *               PELO CGPRG057 NA VERIFICACAO DO CODIGO)        *
      *    CADA DECLARACAO GERA UM REGISTRO 'C' (CABECALHO, COM O    *
      *    CODIGO DE VERIFICACAO) SEGUIDO DE UM REGISTRO 'D' POR     *
      *    DISCIPLINA CERTIFICADA - TODOS COM O MESMO DCL-NUMERO     *
      *    CODIGO: TIPO (M/N) + DATA DA EMISSAO + NUMERO + DV        *
      *    (MODULO 97 SOBRE OS DIGITOS DE DATA + NUMERO + RA)        *
      *--------------------------------------------------------------*
       01  DECLARACAO-RECORD.
           05 DCL-NUMERO             PIC 9(06).
           05 DCL-TIPO-REG           PIC X(01).
              88 DCL-CABECALHO          VALUE 'C'.
              88 DCL-DETALHE            VALUE 'D'.
           05 DCL-CAB.
              10 DCL-CODIGO.
                 15 DCL-COD-TIPO     PIC X(01).
                    88 DCL-DECL-MATRICULA VALUE 'M'.
                    88 DCL-DECL-NOTAS     VALUE 'N'.
                 15 DCL-COD-DATA     PIC 9(08).
                 15 DCL-COD-NUMERO   PIC 9(06).
                 15 DCL-COD-DV       PIC 9(02).
              10 DCL-RA              PIC X(13).
              10 DCL-NOME            PIC X(25).
              10 DCL-CURSO           PIC X(12).
              10 DCL-TERMO           PIC 9(05).
              10 DCL-HORA            PIC 9(06).
              10 DCL-QTD-DISC        PIC 9(03).
              10 FILLER              PIC X(12).
           05 DCL-DET REDEFINES DCL-CAB.
              10 DCL-DISC            PIC X(08).
              10 DCL-DISC-NOME       PIC X(30).
              10 DCL-NOTA1           PIC 9(02)V99.
              10 DCL-NOTA2           PIC 9(02)V99.
              10 DCL-MEDIA           PIC 9(02)V99.
              10 DCL-SITUACAO        PIC X(11).
              10 FILLER              PIC X(32).
