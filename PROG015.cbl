      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: MANUTENCAO DA SELECAO DE REGRAS DE SAUDACAO (REGSEL)
      *           USADA PELO PROG001A, ATRAVES DE UM ARQUIVO DE
      *           TRANSACOES (REGMNT). CADA ENTRADA TRAZ A PRIORIDADE,
      *           O CODIGO DE REGRA E AS CONDICOES (JANELA DE HORARIO,
      *           DIA DA SEMANA, TIPO DO DIA NO CALHOLD E PERIODO DE
      *           VALIDADE) - UMA NOVA REGRA DE SAUDACAO PASSA A SER
      *           CADASTRO, SEM RECOMPILAR O PROG001A. CADA TRANSACAO
      *           E REGISTRADA NO JORNAL DE ALTERACOES (REFJRNL) COMO
      *           NO PROG003 E NO PROG004.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    USUARIOS SUBMISSOR/APROVADOR DO JORNAL EM
      *                   BRANCO - ESTA MANUTENCAO NAO PASSA PELO
      *                   DUPLO CONTROLE DO PROG019.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG015.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGSEL-FILE ASSIGN TO "REGSEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGSEL-PRIORIDADE
               FILE STATUS IS WS-FS-REGSEL.

           SELECT REGMNT-FILE ASSIGN TO "REGMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGMNT.

           SELECT REFJRNL-FILE ASSIGN TO "REFJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFJRNL.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REGSEL-FILE
           RECORDING MODE IS F.
       COPY "REGSEL.cpy".

       FD  REGMNT-FILE
           RECORDING MODE IS F.
       COPY "REGMNT.cpy".

       FD  REFJRNL-FILE
           RECORDING MODE IS F.
       COPY "REFJRNL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-REGSEL            PIC X(02) VALUE SPACES.
       01 WS-FS-REGMNT            PIC X(02) VALUE SPACES.
       01 WS-SW-REGMNT-ABERTO     PIC X(01) VALUE "N".
           88 WS-REGMNT-ABERTO            VALUE "S".

       01 WS-QTDE-TRANSACOES      PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-REJEITADAS      PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * MANUTENCAO DIRETA DA SELECAO INDEXADA PELA PRIORIDADE
      *-----------------------------------------------------------------
       01 WS-SEL-QTDE             PIC 9(06) VALUE ZEROS.
       01 WS-SW-ENTRADA-ACHADA    PIC X(01) VALUE "N".
           88 WS-ENTRADA-ACHADA           VALUE "S".

      *-----------------------------------------------------------------
      * JORNAL DE ALTERACOES (REFJRNL) - UMA LINHA POR TRANSACAO, COM
      * AS IMAGENS ANTES/DEPOIS DO REGISTRO OU O MOTIVO DA RECUSA
      *-----------------------------------------------------------------
       01 WS-FS-REFJRNL           PIC X(02) VALUE SPACES.
       01 WS-DATA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-HORA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-JRN-RESULTADO        PIC X(01) VALUE SPACES.
       01 WS-JRN-MOTIVO           PIC X(35) VALUE SPACES.
       01 WS-IMAGEM-ANTES         PIC X(45) VALUE SPACES.
       01 WS-IMAGEM-DEPOIS        PIC X(45) VALUE SPACES.

      *-----------------------------------------------------------------
      * VALIDACAO DAS CONDICOES DA ENTRADA (DATAS PELO SERVICO DE
      * DATAS DATESRV, O MESMO DO PROG001A)
      *-----------------------------------------------------------------
       COPY "DATEPRM.cpy".
       01 WS-DATA-AVALIADA        PIC X(08) VALUE SPACES.
       01 WS-HORA-AVALIADA        PIC X(04) VALUE SPACES.
       01 WS-SW-ENTRADA           PIC X(01) VALUE "S".
           88 WS-ENTRADA-VALIDA           VALUE "S".
           88 WS-ENTRADA-INVALIDA         VALUE "N".
       01 WS-MOTIVO-REJEICAO      PIC X(35) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0002-INICIALIZAR
           PERFORM 0003-PROCESSAR-TRANSACAO
               UNTIL WS-FS-REGMNT NOT EQUAL "00"
           PERFORM 0004-ENCERRAR-SELECAO
           PERFORM 9999-FINALIZAR
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      * ABRE A SELECAO INDEXADA PARA ATUALIZACAO (CRIANDO-A VAZIA NA
      * PRIMEIRA EXECUCAO), CONTA AS ENTRADAS EXISTENTES E ABRE O
      * ARQUIVO DE TRANSACOES.
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           OPEN EXTEND REFJRNL-FILE
           IF WS-FS-REFJRNL NOT EQUAL "00"
               OPEN OUTPUT REFJRNL-FILE
           END-IF

           OPEN I-O REGSEL-FILE
           IF WS-FS-REGSEL EQUAL "35"
               OPEN OUTPUT REGSEL-FILE
               CLOSE REGSEL-FILE
               OPEN I-O REGSEL-FILE
           END-IF

           IF WS-FS-REGSEL EQUAL "00"
               PERFORM 0002-05-CONTAR-SELECAO
           ELSE
               DISPLAY "ERRO NA ABERTURA DO REGSEL - FS "
                   WS-FS-REGSEL
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN INPUT REGMNT-FILE
           IF WS-FS-REGMNT EQUAL "00"
               SET WS-REGMNT-ABERTO TO TRUE
               PERFORM 0002-10-LER-TRANSACAO
           ELSE
               MOVE "10" TO WS-FS-REGMNT
           END-IF
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0002-05-CONTAR-SELECAO
      * PERCORRE A SELECAO UMA VEZ PARA OBTER A CONTAGEM INICIAL DE
      * ENTRADAS; AS TRANSACOES APLICADAS AJUSTAM A CONTAGEM (+1 NA
      * INCLUSAO, -1 NA EXCLUSAO).
      *-----------------------------------------------------------------
       0002-05-CONTAR-SELECAO.
           PERFORM UNTIL WS-FS-REGSEL NOT EQUAL "00"
               READ REGSEL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-REGSEL
                   NOT AT END
                       ADD 1 TO WS-SEL-QTDE
               END-READ
           END-PERFORM
           .
       0002-05-END.
      *-----------------------------------------------------------------
      * 0002-10-LER-TRANSACAO
      *-----------------------------------------------------------------
       0002-10-LER-TRANSACAO.
           READ REGMNT-FILE
               AT END
                   MOVE "10" TO WS-FS-REGMNT
               NOT AT END
                   MOVE "00" TO WS-FS-REGMNT
           END-READ
           .
       0002-10-END.
      *-----------------------------------------------------------------
      * 0003-PROCESSAR-TRANSACAO
      * VALIDA AS CONDICOES DA ENTRADA E APLICA UMA INCLUSAO/ALTERACAO
      * (A) OU EXCLUSAO (D) DIRETO NA SELECAO INDEXADA.
      *-----------------------------------------------------------------
       0003-PROCESSAR-TRANSACAO.
           ADD 1 TO WS-QTDE-TRANSACOES

           MOVE "R" TO WS-JRN-RESULTADO
           MOVE SPACES TO WS-JRN-MOTIVO
           MOVE SPACES TO WS-IMAGEM-ANTES
           MOVE SPACES TO WS-IMAGEM-DEPOIS

           PERFORM 0003-02-VALIDAR-ENTRADA

           IF WS-ENTRADA-INVALIDA
               ADD 1 TO WS-QTDE-REJEITADAS
               MOVE WS-MOTIVO-REJEICAO TO WS-JRN-MOTIVO
               DISPLAY "TRANSACAO REJEITADA - PRIORIDADE "
                   REGMNT-PRIORIDADE " - " WS-MOTIVO-REJEICAO
           ELSE
               PERFORM 0003-05-LOCALIZAR-ENTRADA
               EVALUATE TRUE
                   WHEN REGMNT-ACAO EQUAL "A"
                       PERFORM 0003-10-INCLUIR-ALTERAR
                   WHEN REGMNT-ACAO EQUAL "D"
                       PERFORM 0003-20-EXCLUIR
                   WHEN OTHER
                       ADD 1 TO WS-QTDE-REJEITADAS
                       MOVE "ACAO INVALIDA" TO WS-JRN-MOTIVO
                       DISPLAY "TRANSACAO REJEITADA - ACAO INVALIDA: "
                           REGMNT-ACAO
               END-EVALUATE
           END-IF

           PERFORM 0003-30-GRAVAR-JORNAL

           PERFORM 0002-10-LER-TRANSACAO
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-02-VALIDAR-ENTRADA
      * PRIORIDADE NUMERICA DE 001 A 999. NA INCLUSAO/ALTERACAO: CODIGO
      * DE REGRA INFORMADO, HORARIOS HHMM VALIDOS (OU ESPACOS, NOS DOIS
      * EXTREMOS JUNTOS), DIA DA SEMANA DE 0 A 6, TIPO DE CALENDARIO
      * E/N/L E DATAS DE VALIDADE DE CALENDARIO, A INICIAL NAO MAIOR
      * QUE A FINAL. NA EXCLUSAO BASTA A PRIORIDADE.
      *-----------------------------------------------------------------
       0003-02-VALIDAR-ENTRADA.
           SET WS-ENTRADA-VALIDA TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJEICAO

           IF REGMNT-PRIORIDADE NOT NUMERIC OR
                   REGMNT-PRIORIDADE EQUAL "000"
               SET WS-ENTRADA-INVALIDA TO TRUE
               MOVE "PRIORIDADE INVALIDA (001 A 999)" TO
                   WS-MOTIVO-REJEICAO
           END-IF

           IF WS-ENTRADA-VALIDA AND REGMNT-ACAO EQUAL "A"
               PERFORM 0003-03-VALIDAR-CONDICOES
           END-IF
           .
       0003-02-END.
      *-----------------------------------------------------------------
      * 0003-03-VALIDAR-CONDICOES
      *-----------------------------------------------------------------
       0003-03-VALIDAR-CONDICOES.
           IF REGMNT-COD-REGRA EQUAL SPACES
               SET WS-ENTRADA-INVALIDA TO TRUE
               MOVE "CODIGO DE REGRA NAO INFORMADO" TO
                   WS-MOTIVO-REJEICAO
           END-IF

           IF WS-ENTRADA-VALIDA
               IF (REGMNT-HORA-DE EQUAL SPACES AND
                       REGMNT-HORA-ATE NOT EQUAL SPACES) OR
                       (REGMNT-HORA-DE NOT EQUAL SPACES AND
                       REGMNT-HORA-ATE EQUAL SPACES)
                   SET WS-ENTRADA-INVALIDA TO TRUE
                   MOVE "JANELA DE HORARIO INCOMPLETA" TO
                       WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF WS-ENTRADA-VALIDA AND REGMNT-HORA-DE NOT EQUAL SPACES
               MOVE REGMNT-HORA-DE TO WS-HORA-AVALIADA
               PERFORM 0003-06-VALIDAR-UM-HORARIO
               MOVE REGMNT-HORA-ATE TO WS-HORA-AVALIADA
               PERFORM 0003-06-VALIDAR-UM-HORARIO
           END-IF

           IF WS-ENTRADA-VALIDA
               IF REGMNT-DIA-SEMANA NOT EQUAL SPACES AND
                       (REGMNT-DIA-SEMANA NOT NUMERIC OR
                       REGMNT-DIA-SEMANA GREATER "6")
                   SET WS-ENTRADA-INVALIDA TO TRUE
                   MOVE "DIA DA SEMANA INVALIDO (0 A 6)" TO
                       WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF WS-ENTRADA-VALIDA
               IF REGMNT-TIPO-CAL NOT EQUAL SPACES AND "E" AND "N"
                       AND "L"
                   SET WS-ENTRADA-INVALIDA TO TRUE
                   MOVE "TIPO DE CALENDARIO INVALIDO (E/N/L)" TO
                       WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF WS-ENTRADA-VALIDA AND REGMNT-DATA-DE NOT EQUAL SPACES
               MOVE REGMNT-DATA-DE TO WS-DATA-AVALIADA
               PERFORM 0003-04-VALIDAR-UMA-DATA
           END-IF

           IF WS-ENTRADA-VALIDA AND REGMNT-DATA-ATE NOT EQUAL SPACES
               MOVE REGMNT-DATA-ATE TO WS-DATA-AVALIADA
               PERFORM 0003-04-VALIDAR-UMA-DATA
           END-IF

           IF WS-ENTRADA-VALIDA
               IF REGMNT-DATA-DE NOT EQUAL SPACES AND
                       REGMNT-DATA-ATE NOT EQUAL SPACES AND
                       REGMNT-DATA-DE GREATER REGMNT-DATA-ATE
                   SET WS-ENTRADA-INVALIDA TO TRUE
                   MOVE "VALIDADE INICIAL MAIOR QUE A FINAL" TO
                       WS-MOTIVO-REJEICAO
               END-IF
           END-IF
           .
       0003-03-END.
      *-----------------------------------------------------------------
      * 0003-04-VALIDAR-UMA-DATA
      * CONFERE NO SERVICO DE DATAS (DATESRV) SE WS-DATA-AVALIADA
      * FORMA UMA DATA DE CALENDARIO VALIDA.
      *-----------------------------------------------------------------
       0003-04-VALIDAR-UMA-DATA.
           MOVE "V" TO DATEPRM-FUNCAO
           MOVE WS-DATA-AVALIADA TO DATEPRM-DATA
           CALL "DATESRV" USING DATEPRM-AREA

           IF DATEPRM-RETORNO NOT EQUAL "0"
               SET WS-ENTRADA-INVALIDA TO TRUE
               MOVE DATEPRM-MOTIVO TO WS-MOTIVO-REJEICAO
           END-IF
           .
       0003-04-END.
      *-----------------------------------------------------------------
      * 0003-05-LOCALIZAR-ENTRADA
      * LE A PRIORIDADE DA TRANSACAO DIRETO NA SELECAO INDEXADA.
      *-----------------------------------------------------------------
       0003-05-LOCALIZAR-ENTRADA.
           SET WS-SW-ENTRADA-ACHADA TO "N"

           MOVE REGMNT-PRIORIDADE TO REGSEL-PRIORIDADE
           READ REGSEL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENTRADA-ACHADA TO TRUE
                   MOVE REGSEL-RECORD TO WS-IMAGEM-ANTES
           END-READ
           .
       0003-05-END.
      *-----------------------------------------------------------------
      * 0003-06-VALIDAR-UM-HORARIO
      * HHMM NUMERICO COM HORA DE 00 A 23 E MINUTO DE 00 A 59.
      *-----------------------------------------------------------------
       0003-06-VALIDAR-UM-HORARIO.
           IF WS-ENTRADA-VALIDA
               IF WS-HORA-AVALIADA NOT NUMERIC OR
                       WS-HORA-AVALIADA(1:2) GREATER "23" OR
                       WS-HORA-AVALIADA(3:2) GREATER "59"
                   SET WS-ENTRADA-INVALIDA TO TRUE
                   MOVE "HORARIO INVALIDO (HHMM)" TO
                       WS-MOTIVO-REJEICAO
               END-IF
           END-IF
           .
       0003-06-END.
      *-----------------------------------------------------------------
      * 0003-10-INCLUIR-ALTERAR
      * PRIORIDADE JA CADASTRADA E REGRAVADA COM AS NOVAS CONDICOES;
      * PRIORIDADE NOVA E INCLUIDA DIRETO PELA CHAVE.
      *-----------------------------------------------------------------
       0003-10-INCLUIR-ALTERAR.
           MOVE REGMNT-PRIORIDADE TO REGSEL-PRIORIDADE
           MOVE REGMNT-COD-REGRA  TO REGSEL-COD-REGRA
           MOVE REGMNT-HORA-DE    TO REGSEL-HORA-DE
           MOVE REGMNT-HORA-ATE   TO REGSEL-HORA-ATE
           MOVE REGMNT-DIA-SEMANA TO REGSEL-DIA-SEMANA
           MOVE REGMNT-TIPO-CAL   TO REGSEL-TIPO-CAL
           MOVE REGMNT-DATA-DE    TO REGSEL-DATA-DE
           MOVE REGMNT-DATA-ATE   TO REGSEL-DATA-ATE
           MOVE REGMNT-DESCRICAO  TO REGSEL-DESCRICAO

           IF WS-ENTRADA-ACHADA
               REWRITE REGSEL-RECORD
           ELSE
               WRITE REGSEL-RECORD
               IF WS-FS-REGSEL EQUAL "00"
                   ADD 1 TO WS-SEL-QTDE
               END-IF
           END-IF

           IF WS-FS-REGSEL EQUAL "00"
               MOVE "A" TO WS-JRN-RESULTADO
               MOVE REGSEL-RECORD TO WS-IMAGEM-DEPOIS
           ELSE
               ADD 1 TO WS-QTDE-REJEITADAS
               MOVE SPACES TO WS-JRN-MOTIVO
               STRING "ERRO DE GRAVACAO - FS " DELIMITED BY SIZE
                      WS-FS-REGSEL DELIMITED BY SIZE
                      INTO WS-JRN-MOTIVO
               DISPLAY "ERRO NA GRAVACAO DO REGSEL - FS "
                   WS-FS-REGSEL " PRIORIDADE " REGMNT-PRIORIDADE
           END-IF
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-20-EXCLUIR
      *-----------------------------------------------------------------
       0003-20-EXCLUIR.
           IF NOT WS-ENTRADA-ACHADA
               ADD 1 TO WS-QTDE-REJEITADAS
               MOVE "PRIORIDADE NAO ENCONTRADA" TO WS-JRN-MOTIVO
               DISPLAY "TRANSACAO REJEITADA - PRIORIDADE NAO "
                   "ENCONTRADA: " REGMNT-PRIORIDADE
           ELSE
               DELETE REGSEL-FILE RECORD
               IF WS-FS-REGSEL EQUAL "00"
                   SUBTRACT 1 FROM WS-SEL-QTDE
                   MOVE "A" TO WS-JRN-RESULTADO
               ELSE
                   ADD 1 TO WS-QTDE-REJEITADAS
                   MOVE SPACES TO WS-JRN-MOTIVO
                   STRING "ERRO DE EXCLUSAO - FS " DELIMITED BY SIZE
                          WS-FS-REGSEL DELIMITED BY SIZE
                          INTO WS-JRN-MOTIVO
                   DISPLAY "ERRO NA EXCLUSAO DO REGSEL - FS "
                       WS-FS-REGSEL " PRIORIDADE " REGMNT-PRIORIDADE
               END-IF
           END-IF
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0003-30-GRAVAR-JORNAL
      * GRAVA NO JORNAL DE ALTERACOES O RESULTADO DA TRANSACAO
      * CORRENTE, COM AS IMAGENS ANTES/DEPOIS PREPARADAS PELOS
      * PARAGRAFOS DE APLICACAO. TODA TRANSACAO LIDA GERA UMA LINHA -
      * INCLUSIVE AS RECUSADAS, COM O MOTIVO DA RECUSA.
      *-----------------------------------------------------------------
       0003-30-GRAVAR-JORNAL.
           MOVE WS-DATA-SISTEMA      TO REFJRNL-DATA
           MOVE WS-HORA-SISTEMA(1:6) TO REFJRNL-HORA
           MOVE "PROG015"            TO REFJRNL-PROGRAMA
           MOVE "REGSEL"             TO REFJRNL-ARQUIVO
           MOVE REGMNT-ACAO          TO REFJRNL-ACAO
           MOVE WS-JRN-RESULTADO     TO REFJRNL-RESULTADO
           MOVE SPACES               TO REFJRNL-CHAVE
           MOVE REGMNT-PRIORIDADE    TO REFJRNL-CHAVE(1:3)
           MOVE WS-JRN-MOTIVO        TO REFJRNL-MOTIVO
           MOVE WS-IMAGEM-ANTES      TO REFJRNL-ANTES
           MOVE WS-IMAGEM-DEPOIS     TO REFJRNL-DEPOIS
           MOVE SPACES               TO REFJRNL-USUARIO-SUBM
           MOVE SPACES               TO REFJRNL-USUARIO-APROV
           WRITE REFJRNL-RECORD
           .
       0003-30-END.
      *-----------------------------------------------------------------
      * 0004-ENCERRAR-SELECAO
      * FECHA OS ARQUIVOS E IMPRIME AS CONTAGENS DA EXECUCAO.
      *-----------------------------------------------------------------
       0004-ENCERRAR-SELECAO.
           IF WS-REGMNT-ABERTO
               CLOSE REGMNT-FILE
           END-IF

           CLOSE REGSEL-FILE
           CLOSE REFJRNL-FILE

           DISPLAY "TRANSACOES LIDAS.....: " WS-QTDE-TRANSACOES
           DISPLAY "TRANSACOES REJEITADAS: " WS-QTDE-REJEITADAS
           DISPLAY "ENTRADAS NA SELECAO..: " WS-SEL-QTDE
           .
       0004-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
