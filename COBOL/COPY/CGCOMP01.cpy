      *--------------------------------------------------------------*
      *    CGCOMP01 - LAYOUT COMUM DE COMPRADOR (CADASTRO-MESTRE DE  *
      *               COMPRADORES INDEXADO POR CPF/CNPJ /            *
      *               CGPRG034 / CGPRG029 / CGPRG035)                *
      *    CPF OCUPA AS 11 PRIMEIRAS POSICOES DO DOCUMENTO, COM      *
      *    BRANCOS A DIREITA; CNPJ OCUPA AS 14                       *
      *--------------------------------------------------------------*
       01  COMPRADOR-RECORD.
           05 CMP-DOC                PIC X(14).
           05 CMP-DOC-CPF REDEFINES CMP-DOC.
              10 CMP-CPF             PIC 9(11).
              10 FILLER              PIC X(03).
           05 CMP-TIPO-PESSOA        PIC X(01).
              88 CMP-PESSOA-FISICA      VALUE 'F'.
              88 CMP-PESSOA-JURIDICA    VALUE 'J'.
           05 CMP-NOME               PIC X(30).
           05 CMP-CIDADE             PIC X(15).
           05 CMP-UF                 PIC X(02).
           05 CMP-FONE               PIC X(11).
           05 CMP-ATIVO              PIC X(01).
              88 CMP-SIT-ATIVO          VALUE 'A'.
              88 CMP-SIT-INATIVO        VALUE 'I'.
           05 FILLER                 PIC X(06).
