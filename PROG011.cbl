      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 03/09/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    DIA DE MES FECHADO NO CONTROLE DE PERIODOS
      *                   (PERCTL) NAO E RECUPERADO: O SERVICO PERSRV
      *                   GRAVA A RECUSA NO PEREXC, O CATOUT LISTA O
      *                   DIA COMO "MES FECHADO" E O STEP TERMINA COM
      *                   RC 4 (RC 8 SE TAMBEM HOUVER FALHA).
      * 15/10/2026 FRB    RESERVA DO AUDTRL, SEQCTL E NOTIFY (EXCLUSIVA)
      *                   E DO CALHOLD (COMPARTILHADA) NO CICLO (SERVICO
      *                   LCKSRV, ARQUIVO CYCLOCK) PARA TODA A
      *                   RECUPERACAO, LIBERADA NO FIM: COM OUTRO JOB
      *                   USANDO ESSES ARQUIVOS, NENHUM DIA E RECUPERADO
      *                   E O STEP TERMINA COM RC 12. A RESERVA DO
      *                   PROG001A CHAMADO E ABSORVIDA PELA DESTE
      *                   PROGRAMA.
      * 15/10/2026 FRB    REGISTRO DO INICIO E DO FIM DA EXECUCAO NO
      *                   ARQUIVO DE TEMPOS DO CICLO (SERVICO TIMSRV,
      *                   ARQUIVO RUNTIM) COM O RC E OS DIAS LIDOS DO
      *                   GAPFILE. AS CHAMADAS DO PROG001A FICAM
      *                   MARCADAS COM O PROG011 COMO CHAMADOR.
      * 15/10/2026 FRB    ERRO NO SERVICO DE PERIODOS (RETORNO "8",
      *                   PERCTL ILEGIVEL) NAO DA MAIS O DIA COMO
      *                   LIBERADO: O DIA NAO E RECUPERADO E CONTA COMO
      *                   FALHA (RC 8). A LIBERACAO DO CICLO NO FIM SO E
      *                   PEDIDA QUANDO A RESERVA FOI CONCEDIDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG011.
       01 WS-RC-DIA               PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-RECUPERADOS     PIC 9(02) VALUE ZEROS.
       01 WS-QTDE-FALHAS          PIC 9(02) VALUE ZEROS.
       01 WS-QTDE-RECUSADOS       PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * CONTROLE DE PERIODOS CONTABEIS (SERVICO PERSRV): DIA DE MES
      * FECHADO NAO E RECUPERADO
      *-----------------------------------------------------------------
       COPY "PERPRM.cpy".
      *-----------------------------------------------------------------
      * RESERVA DOS ARQUIVOS DO CICLO (SERVICO LCKSRV)
      *-----------------------------------------------------------------
       COPY "LCKPRM.cpy".
       01 WS-RC-GUARDA            PIC 9(04) VALUE ZEROS.
       01 WS-SW-CICLO             PIC X(01) VALUE "N".
           88 WS-CICLO-NEGADO             VALUE "S".
      *-----------------------------------------------------------------
      * TEMPOS DA EXECUCAO PARA A JANELA DO CICLO (SERVICO TIMSRV)
      *-----------------------------------------------------------------
       COPY "TIMPRM.cpy".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0007-INICIAR-TEMPO
           PERFORM 0002-INICIALIZAR
           IF WS-GAP-QTDE EQUAL ZEROS
               MOVE "NENHUM DIA A RECUPERAR" TO CATOUT-LINHA
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           PERFORM 0005-RESERVAR-CICLO
           OPEN INPUT GAPFILE-FILE
           IF WS-FS-GAPFILE EQUAL "00"
               PERFORM UNTIL WS-FS-GAPFILE NOT EQUAL "00"
      * IDIOMA EM BRANCO = RELOGIO E PADRAO, COMO EM UMA EXECUCAO
      * NORMAL) E CHAMA O PROG001A, QUE EMITE O LOTE, A TRILHA E A
      * NOTIFICACAO DO DIA. O CANCEL DEVOLVE O PROG001A AO ESTADO
      * INICIAL PARA A PROXIMA DATA. DIA DE MES FECHADO NO CONTROLE
      * DE PERIODOS NAO CHEGA AO PROG001A - A RECUSA FICA NO PEREXC.
      * ERRO NO SERVICO DE PERIODOS TAMBEM NAO: O DIA SAI COMO FALHA.
      *-----------------------------------------------------------------
       0003-RECUPERAR-UM-DIA.
           DISPLAY "RECUPERANDO O DIA " WS-GAP-DATA(WS-GAP-IDX)

           MOVE "V"                     TO PERPRM-FUNCAO
           MOVE WS-GAP-DATA(WS-GAP-IDX) TO PERPRM-DATA
           MOVE "PROG011"               TO PERPRM-PROGRAMA
           MOVE "AUDTRL"                TO PERPRM-ARQUIVO
           MOVE "G"                     TO PERPRM-ACAO
           MOVE SPACES                  TO PERPRM-CHAVE
           CALL "PERSRV" USING PERPRM-AREA

           IF PERPRM-RETORNO EQUAL "4"
               ADD 1 TO WS-QTDE-RECUSADOS
               DISPLAY "DIA RECUSADO: " WS-GAP-DATA(WS-GAP-IDX)
                   " - " PERPRM-MOTIVO
               MOVE SPACES TO CATOUT-LINHA
               STRING "MES FECHADO: " DELIMITED BY SIZE
                      WS-GAP-DATA(WS-GAP-IDX) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      PERPRM-MOTIVO DELIMITED BY SIZE
                      INTO CATOUT-LINHA
               WRITE CATOUT-LINHA
           ELSE
               IF PERPRM-RETORNO EQUAL "8"
                   ADD 1 TO WS-QTDE-FALHAS
                   DISPLAY "ERRO NO CONTROLE DE PERIODOS: "
                       PERPRM-MOTIVO
                   MOVE SPACES TO CATOUT-LINHA
                   STRING "FALHA.....: " DELIMITED BY SIZE
                          WS-GAP-DATA(WS-GAP-IDX) DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          PERPRM-MOTIVO DELIMITED BY SIZE
                          INTO CATOUT-LINHA
                   WRITE CATOUT-LINHA
               ELSE
                   PERFORM 0003-10-CHAMAR-PROG001A
               END-IF
           END-IF
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-10-CHAMAR-PROG001A
      *-----------------------------------------------------------------
       0003-10-CHAMAR-PROG001A.
           OPEN OUTPUT RUNPARM-FILE
           MOVE SPACES TO RUNPARM-RECORD
           MOVE WS-GAP-DATA(WS-GAP-IDX) TO RUNPARM-DATA
           END-IF
           WRITE CATOUT-LINHA
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0004-IMPRIMIR-TOTAIS
      * QUALQUER FALHA DE RECUPERACAO SINALIZA O RETURN-CODE DO STEP
      * (RC 8; DIA RECUSADO POR MES FECHADO, SEM FALHA, DA RC 4);
      * O RETURN-CODE DA ULTIMA CHAMADA DO PROG001A NAO VAZA PARA O
      * SCHEDULER.
      *-----------------------------------------------------------------
                  INTO CATOUT-LINHA
           WRITE CATOUT-LINHA

           MOVE SPACES TO CATOUT-LINHA
           STRING "RECUSADOS MES FECHADO: " DELIMITED BY SIZE
                  WS-QTDE-RECUSADOS DELIMITED BY SIZE
                  INTO CATOUT-LINHA
           WRITE CATOUT-LINHA

           CLOSE CATOUT-FILE

           IF WS-QTDE-FALHAS GREATER ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTDE-RECUSADOS GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZEROS TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "DIAS RECUPERADOS: " WS-QTDE-RECUPERADOS
           DISPLAY "FALHAS..........: " WS-QTDE-FALHAS
           DISPLAY "RECUSADOS.......: " WS-QTDE-RECUSADOS
           .
       0004-END.
      *-----------------------------------------------------------------
      * 0005-RESERVAR-CICLO
      * RESERVA OS ARQUIVOS QUE O PROG001A GRAVA PARA A RECUPERACAO
      * INTEIRA - AS RESERVAS DO PROG001A CHAMADO A CADA DIA FICAM
      * DENTRO DESTA. COM OUTRO JOB DO CICLO USANDO UM DELES (POR
      * EXEMPLO, O ARQUIVAMENTO REGRAVANDO O AUDTRL), NENHUM DIA E
      * RECUPERADO E O STEP TERMINA COM RC 12 (RC 8 SE O ARQUIVO DE
      * RESERVAS FALHAR).
      *-----------------------------------------------------------------
       0005-RESERVAR-CICLO.
           MOVE "R"          TO LCKPRM-FUNCAO
           MOVE "PROG011"    TO LCKPRM-PROGRAMA
           MOVE 4            TO LCKPRM-QTDE-ARQ
           MOVE "AUDTRL"     TO LCKPRM-ARQ-NOME(1)
           MOVE "X"          TO LCKPRM-ARQ-MODO(1)
           MOVE "SEQCTL"     TO LCKPRM-ARQ-NOME(2)
           MOVE "X"          TO LCKPRM-ARQ-MODO(2)
           MOVE "NOTIFY"     TO LCKPRM-ARQ-NOME(3)
           MOVE "X"          TO LCKPRM-ARQ-MODO(3)
           MOVE "CALHOLD"    TO LCKPRM-ARQ-NOME(4)
           MOVE "C"          TO LCKPRM-ARQ-MODO(4)
           CALL "LCKSRV" USING LCKPRM-AREA

           IF LCKPRM-RETORNO NOT EQUAL "0"
               SET WS-CICLO-NEGADO TO TRUE
               DISPLAY "PROG011 NAO EXECUTADO - " LCKPRM-MOTIVO
               IF LCKPRM-RETORNO EQUAL "4"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 9999-FINALIZAR
           END-IF
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0006-LIBERAR-CICLO
      * O RETURN-CODE DO STEP E GUARDADO EM VOLTA DA CHAMADA.
      *-----------------------------------------------------------------
       0006-LIBERAR-CICLO.
           MOVE RETURN-CODE TO WS-RC-GUARDA
           MOVE "L"          TO LCKPRM-FUNCAO
           MOVE "PROG011"    TO LCKPRM-PROGRAMA
           CALL "LCKSRV" USING LCKPRM-AREA
           MOVE WS-RC-GUARDA TO RETURN-CODE
           .
       0006-END.
      *-----------------------------------------------------------------
      * 0007-INICIAR-TEMPO
      * REGISTRA NO RUNTIM O INICIO DA EXECUCAO (SERVICO TIMSRV).
      *-----------------------------------------------------------------
       0007-INICIAR-TEMPO.
           MOVE "I"          TO TIMPRM-FUNCAO
           MOVE "PROG011"    TO TIMPRM-PROGRAMA
           MOVE SPACES       TO TIMPRM-MODO
           CALL "TIMSRV" USING TIMPRM-AREA
           .
       0007-END.
      *-----------------------------------------------------------------
      * 0008-ENCERRAR-TEMPO
      * REGISTRA NO RUNTIM O FIM DA EXECUCAO COM O RETURN-CODE E AS
      * CONTAGENS. O RETURN-CODE E REPOSTO DEPOIS DA CHAMADA.
      *-----------------------------------------------------------------
       0008-ENCERRAR-TEMPO.
           MOVE "F"          TO TIMPRM-FUNCAO
           MOVE RETURN-CODE  TO TIMPRM-RC
           MOVE WS-GAP-QTDE TO TIMPRM-QTDE-LIDOS
           MOVE ZEROS TO TIMPRM-QTDE-GRAVADOS
           CALL "TIMSRV" USING TIMPRM-AREA
           MOVE TIMPRM-RC    TO RETURN-CODE
           .
       0008-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           IF NOT WS-CICLO-NEGADO
               PERFORM 0006-LIBERAR-CICLO
           END-IF
           PERFORM 0008-ENCERRAR-TEMPO
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
