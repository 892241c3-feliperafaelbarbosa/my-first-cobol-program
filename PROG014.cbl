      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 03/09/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    ULTIMA EXECUCAO POR FILIAL: TODOS OS
      *                   REGISTROS DO ULTIMO LOTE DA TRILHA SAO
      *                   COLHIDOS (UM POR FILIAL) E LISTADOS COM
      *                   DESFECHO E REGRA; O VEREDITO VERMELHO POR
      *                   DATA REJEITADA VALE PARA QUALQUER FILIAL DO
      *                   LOTE. REGISTRO DA TRILHA PASSA A 92
      *                   POSICOES.
      * 15/10/2026 FRB    REGISTRO DO INICIO E DO FIM DA EXECUCAO NO
      *                   ARQUIVO DE TEMPOS DO CICLO (SERVICO TIMSRV,
      *                   ARQUIVO RUNTIM) COM O RC E OS REGISTROS LIDOS
      *                   DA TRILHA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG014.
       FILE SECTION.
       FD  AUDTRL-FILE
           RECORDING MODE IS F.
       01 AUDTRL-REGISTRO         PIC X(92).

       FD  BALRES-FILE
           RECORDING MODE IS F.
       01 WS-QTDE-TRILHA          PIC 9(06) VALUE ZEROS.
       01 WS-DATA-EDITADA         PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      * REGISTROS DO ULTIMO LOTE (UM POR FILIAL) - REGISTRO COM NUMERO
      * DE LOTE DIFERENTE DO ANTERIOR RECOMECA A TABELA
      *-----------------------------------------------------------------
       01 WS-LOTE-LIMITE          PIC 9(03) VALUE 50.
       01 WS-LOTE-QTDE            PIC 9(03) VALUE ZEROS.
       01 WS-LOTE-EXCEDENTES      PIC 9(03) VALUE ZEROS.
       01 WS-LOTE-SEQ             PIC 9(08) VALUE ZEROS.
       01 WS-LOTE-TABELA.
           05 WS-LOTE-ITEM OCCURS 50 TIMES INDEXED BY WS-LOTE-IDX.
               10 WS-LOTE-FILIAL  PIC X(04).
               10 WS-LOTE-PARAGRAFO PIC X(14).
               10 WS-LOTE-COD-REGRA PIC X(02).
               10 WS-LOTE-NOME    PIC X(25).
       01 WS-QTDE-LOTE-REJEITADOS PIC 9(03) VALUE ZEROS.
      *        REGISTROS DO ULTIMO LOTE COM DATA REJEITADA (SEM REGRA
      *        E SEM DESFECHO "0003-SKIPPED")

      *-----------------------------------------------------------------
      * RESULTADO DO BALANCEAMENTO (BALRES) - ATE 10 ARQUIVOS, COMO A
      * LINHA QUE O PROG008 IMPRIME POR ARQUIVO CONFERIDO
       01 WS-HORA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-HORA-EDITADA         PIC X(08) VALUE SPACES.
       01 WS-REGUA                PIC X(62) VALUE ALL "-".
      *-----------------------------------------------------------------
      * TEMPOS DA EXECUCAO PARA A JANELA DO CICLO (SERVICO TIMSRV)
      *-----------------------------------------------------------------
       COPY "TIMPRM.cpy".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0008-INICIAR-TEMPO
           PERFORM 0002-LER-ULTIMA-TRILHA
           PERFORM 0003-LER-BALANCEAMENTO
           PERFORM 0004-LER-RECOUT
       0001-END.
      *-----------------------------------------------------------------
      * 0002-LER-ULTIMA-TRILHA
      * PERCORRE A TRILHA E GUARDA O ULTIMO REGISTRO E TODOS OS
      * REGISTROS DO SEU LOTE (UM POR FILIAL) - O DESFECHO DA NOITE
      * QUE SE ESTA CONFERINDO.
      *-----------------------------------------------------------------
       0002-LER-ULTIMA-TRILHA.
           MOVE SPACES TO AUDTRL-RECORD
                       NOT AT END
                           ADD 1 TO WS-QTDE-TRILHA
                           MOVE AUDTRL-REGISTRO TO AUDTRL-RECORD
                           PERFORM 0002-10-GUARDAR-REGISTRO-LOTE
                   END-READ
               END-PERFORM
               CLOSE AUDTRL-FILE
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0002-10-GUARDAR-REGISTRO-LOTE
      *-----------------------------------------------------------------
       0002-10-GUARDAR-REGISTRO-LOTE.
           IF WS-LOTE-QTDE EQUAL ZEROS OR
                   AUDTRL-SEQ-LOTE NOT EQUAL WS-LOTE-SEQ
               MOVE ZEROS TO WS-LOTE-QTDE
               MOVE ZEROS TO WS-LOTE-EXCEDENTES
               MOVE ZEROS TO WS-QTDE-LOTE-REJEITADOS
               MOVE AUDTRL-SEQ-LOTE TO WS-LOTE-SEQ
           END-IF

           IF AUDTRL-COD-REGRA EQUAL SPACES AND
                   AUDTRL-PARAGRAFO NOT EQUAL "0003-SKIPPED"
               ADD 1 TO WS-QTDE-LOTE-REJEITADOS
           END-IF

           IF WS-LOTE-QTDE LESS WS-LOTE-LIMITE
               ADD 1 TO WS-LOTE-QTDE
               SET WS-LOTE-IDX TO WS-LOTE-QTDE
               MOVE AUDTRL-FILIAL    TO WS-LOTE-FILIAL(WS-LOTE-IDX)
               MOVE AUDTRL-PARAGRAFO TO WS-LOTE-PARAGRAFO(WS-LOTE-IDX)
               MOVE AUDTRL-COD-REGRA TO WS-LOTE-COD-REGRA(WS-LOTE-IDX)
               MOVE AUDTRL-NOME      TO WS-LOTE-NOME(WS-LOTE-IDX)
           ELSE
               ADD 1 TO WS-LOTE-EXCEDENTES
           END-IF
           .
       0002-10-END.
      *-----------------------------------------------------------------
      * 0003-LER-BALANCEAMENTO
      *-----------------------------------------------------------------
       0003-LER-BALANCEAMENTO.
      *-----------------------------------------------------------------
      * 0006-APURAR-VEREDITO
      * VERMELHO (RC=0008): BALANCEAMENTO DIVERGENTE, TRILHA VAZIA OU
      * ULTIMA EXECUCAO COM DATA REJEITADA (EM QUALQUER REGISTRO DO
      * LOTE). AMARELO (RC=0004): DIAS
      * FALTANTES, EXCECOES DE SEQUENCIA OU PENDENCIAS DA INTERFACE.
      * VERDE (RC=0000): NADA A OLHAR.
      *-----------------------------------------------------------------
                   MOVE "VERMELHO" TO WS-VEREDITO
               WHEN WS-QTDE-TRILHA EQUAL ZEROS
                   MOVE "VERMELHO" TO WS-VEREDITO
               WHEN WS-QTDE-LOTE-REJEITADOS GREATER ZEROS
                   MOVE "VERMELHO" TO WS-VEREDITO
               WHEN WS-QTDE-GAPS GREATER ZEROS OR
                       WS-QTDE-ACK-EXC GREATER ZEROS
                      WS-DATA-EDITADA DELIMITED BY SIZE
                      " LOTE " DELIMITED BY SIZE
                      AUDTRL-SEQ-LOTE DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-LOTE-QTDE DELIMITED BY SIZE
                      " REGISTRO(S)" DELIMITED BY SIZE
                      INTO STAOUT-LINHA
               WRITE STAOUT-LINHA

               SET WS-LOTE-IDX TO 1
               PERFORM WS-LOTE-QTDE TIMES
                   PERFORM 0007-15-LINHA-FILIAL
                   SET WS-LOTE-IDX UP BY 1
               END-PERFORM

               IF WS-LOTE-EXCEDENTES GREATER ZEROS
                   MOVE SPACES TO STAOUT-LINHA
                   STRING "  MAIS " DELIMITED BY SIZE
                          WS-LOTE-EXCEDENTES DELIMITED BY SIZE
                          " REGISTRO(S) DO LOTE NAO LISTADO(S)"
                          DELIMITED BY SIZE
                          INTO STAOUT-LINHA
                   WRITE STAOUT-LINHA
               END-IF
           END-IF
           .
       0007-10-END.
      *-----------------------------------------------------------------
      * 0007-15-LINHA-FILIAL
      *-----------------------------------------------------------------
       0007-15-LINHA-FILIAL.
           MOVE SPACES TO STAOUT-LINHA
           STRING "  FILIAL " DELIMITED BY SIZE
                  WS-LOTE-FILIAL(WS-LOTE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOTE-PARAGRAFO(WS-LOTE-IDX) DELIMITED BY SIZE
                  " REGRA " DELIMITED BY SIZE
                  WS-LOTE-COD-REGRA(WS-LOTE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOTE-NOME(WS-LOTE-IDX) DELIMITED BY SIZE
                  INTO STAOUT-LINHA
           WRITE STAOUT-LINHA
           .
       0007-15-END.
      *-----------------------------------------------------------------
      * 0007-20-SECAO-BALANCEAMENTO
      *-----------------------------------------------------------------
       0007-20-SECAO-BALANCEAMENTO.
           END-PERFORM
           .
       0007-40-END.
      *-----------------------------------------------------------------
      * 0008-INICIAR-TEMPO
      * REGISTRA NO RUNTIM O INICIO DA EXECUCAO (SERVICO TIMSRV).
      *-----------------------------------------------------------------
       0008-INICIAR-TEMPO.
           MOVE "I"          TO TIMPRM-FUNCAO
           MOVE "PROG014"    TO TIMPRM-PROGRAMA
           MOVE SPACES       TO TIMPRM-MODO
           CALL "TIMSRV" USING TIMPRM-AREA
           .
       0008-END.
      *-----------------------------------------------------------------
      * 0009-ENCERRAR-TEMPO
      * REGISTRA NO RUNTIM O FIM DA EXECUCAO COM O RETURN-CODE E AS
      * CONTAGENS. O RETURN-CODE E REPOSTO DEPOIS DA CHAMADA.
      *-----------------------------------------------------------------
       0009-ENCERRAR-TEMPO.
           MOVE "F"          TO TIMPRM-FUNCAO
           MOVE RETURN-CODE  TO TIMPRM-RC
           MOVE WS-QTDE-TRILHA TO TIMPRM-QTDE-LIDOS
           MOVE ZEROS TO TIMPRM-QTDE-GRAVADOS
           CALL "TIMSRV" USING TIMPRM-AREA
           MOVE TIMPRM-RC    TO RETURN-CODE
           .
       0009-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           PERFORM 0009-ENCERRAR-TEMPO
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
