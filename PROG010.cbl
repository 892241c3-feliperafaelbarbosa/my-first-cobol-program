      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 03/09/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    LINHA COM OS USUARIOS SUBMISSOR E APROVADOR
      *                   DA TRANSACAO (DUPLO CONTROLE DO PROG019),
      *                   QUANDO GRAVADOS NO JORNAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG010.
      *-----------------------------------------------------------------
      * 0003-10-GRAVAR-DETALHE
      * LINHA PRINCIPAL COM DATA/HORA, PROGRAMA, ACAO, RESULTADO E
      * CHAVE; LINHAS COMPLEMENTARES COM AS IMAGENS ANTES/DEPOIS, O
      * MOTIVO DA RECUSA E OS USUARIOS, QUANDO PRESENTES.
      *-----------------------------------------------------------------
       0003-10-GRAVAR-DETALHE.
           MOVE SPACES TO WS-LINHA-DETALHE
                      INTO JRNOUT-LINHA
               PERFORM 0004-20-GRAVAR-LINHA
           END-IF

           IF REFJRNL-USUARIO-SUBM NOT EQUAL SPACES OR
                   REFJRNL-USUARIO-APROV NOT EQUAL SPACES
               MOVE SPACES TO JRNOUT-LINHA
               STRING "   SUBMETIDA POR: " DELIMITED BY SIZE
                      REFJRNL-USUARIO-SUBM DELIMITED BY SIZE
                      "  APROVADA POR: " DELIMITED BY SIZE
                      REFJRNL-USUARIO-APROV DELIMITED BY SIZE
                      INTO JRNOUT-LINHA
               PERFORM 0004-20-GRAVAR-LINHA
           END-IF
           .
       0003-10-END.
      *-----------------------------------------------------------------
