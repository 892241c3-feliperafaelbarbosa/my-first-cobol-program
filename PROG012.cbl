      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 03/09/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    USUARIO SUBMISSOR OBRIGATORIO NAS TRANSACOES
      *                   DO GREETMNT E DO CALMNT (DUPLO CONTROLE DO
      *                   PROG019).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG012.
      * 0007-VALIDAR-GREETMNT
      * TODO O ARQUIVO DE TRANSACOES E CONFERIDO - ACAO, IDIOMA E
      * DATAS DE VIGENCIA - COM AS MESMAS REGRAS QUE O PROG003
      * APLICARA DEPOIS DE APROVADO; O SUBMISSOR E OBRIGATORIO.
      *-----------------------------------------------------------------
       0007-VALIDAR-GREETMNT.
           MOVE "GREETMNT" TO WS-ERR-CARTAO
               PERFORM 8500-GRAVAR-ERRO
           END-IF

           IF GREETMNT-USUARIO EQUAL SPACES
               MOVE "USUARIO" TO WS-ERR-CAMPO
               MOVE SPACES TO WS-ERR-VALOR
               MOVE "USUARIO SUBMISSOR OBRIGATORIO" TO WS-ERR-MENSAGEM
               PERFORM 8500-GRAVAR-ERRO
           END-IF

           IF GREETMNT-IDIOMA NOT EQUAL SPACES
               MOVE "IDIOMA" TO WS-ERR-CAMPO
               MOVE GREETMNT-IDIOMA TO WS-ERR-VALOR
      *-----------------------------------------------------------------
      * 0008-VALIDAR-CALMNT
      * TODO O ARQUIVO DE TRANSACOES E CONFERIDO - ACAO, DATA E TIPO
      * DE DIA - COM AS MESMAS REGRAS QUE O PROG004 APLICARA DEPOIS DE
      * APROVADO; O SUBMISSOR E OBRIGATORIO.
      *-----------------------------------------------------------------
       0008-VALIDAR-CALMNT.
           MOVE "CALMNT" TO WS-ERR-CARTAO
               PERFORM 8500-GRAVAR-ERRO
           END-IF

           IF CALMNT-USUARIO EQUAL SPACES
               MOVE "USUARIO" TO WS-ERR-CAMPO
               MOVE SPACES TO WS-ERR-VALOR
               MOVE "USUARIO SUBMISSOR OBRIGATORIO" TO WS-ERR-MENSAGEM
               PERFORM 8500-GRAVAR-ERRO
           END-IF

           MOVE "DATA" TO WS-ERR-CAMPO
           MOVE CALMNT-DATA TO WS-ERR-VALOR
           MOVE CALMNT-DATA TO WS-DATA-AVALIADA
