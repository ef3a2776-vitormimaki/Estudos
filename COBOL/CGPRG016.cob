      *           (ASSINATURA DE ABEND) E RETORNOS DIFERENTES DE     *
      *           ZERO, E IMPRIME A TENDENCIA DE VOLUMES POR DIA     *
      *           PARA ACOMPANHAR A JANELA DO BATCH.                 *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V02    OUT/2026 000000  EVENTO NUMERICO (1 A 9) E CONTAGEM
      *                          POR CLASSE DA AUDITORIA DE
      *                          INTEGRIDADE (CGPRG052) - LISTADO E
      *                          NAO CASADO COM 'I'/'T'
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                       PERFORM 032-TRATAR-INICIO
                   WHEN 'T'
                       PERFORM 034-TRATAR-TERMINO
                   WHEN '1' THRU '9'
                       MOVE LOG-QTD-REGS TO WS-ED-QTD
                       DISPLAY LOG-PROGRAMA ' ' LOG-DATA
                               ' CLASSE ' LOG-EVENTO
                               ' OCORRENCIAS ' WS-ED-QTD
                   WHEN OTHER
                       ADD 1 TO WS-CTANOMALIAS
                       DISPLAY '** EVENTO INVALIDO ' LOG-EVENTO
