      *                   CONFERIDO), PARA O RELATORIO DE SITUACAO DA
      *                   MANHA (PROG014) NAO DEPENDER DE LER O
      *                   SYSOUT DESTE STEP.
      * 15/10/2026 FRB    REGISTROS DO AUDTRL E DO NOTIFY PASSAM A 92 E
      *                   77 POSICOES COM O CODIGO DE FILIAL.
      * 15/10/2026 FRB    RESERVA DO CTLSTAT (EXCLUSIVA) E DO AUDTRL E
      *                   DO NOTIFY (COMPARTILHADA) NO CICLO (SERVICO
      *                   LCKSRV, ARQUIVO CYCLOCK) E LIBERACAO NO FIM:
      *                   COM OUTRO JOB USANDO ESSES ARQUIVOS, NADA E
      *                   CONFERIDO E O STEP TERMINA COM RC 12.
      * 15/10/2026 FRB    REGISTRO DO INICIO E DO FIM DA EXECUCAO NO
      *                   ARQUIVO DE TEMPOS DO CICLO (SERVICO TIMSRV,
      *                   ARQUIVO RUNTIM) COM O RC, OS REGISTROS
      *                   RECONTADOS E OS GRAVADOS NO BALRES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG008.

       FD  AUDTRL-FILE
           RECORDING MODE IS F.
       01 AUDTRL-REGISTRO         PIC X(92).

       FD  NOTIFY-FILE
           RECORDING MODE IS F.
       01 NOTIFY-REGISTRO         PIC X(77).

       FD  DATEXC-FILE
           RECORDING MODE IS F.
       01 WS-QTDE-CONFERIDOS      PIC 9(04) VALUE ZEROS.
       01 WS-SW-ARQ-CONHECIDO     PIC X(01) VALUE "N".
           88 WS-ARQ-CONHECIDO            VALUE "S".
      *-----------------------------------------------------------------
      * RESERVA DOS ARQUIVOS DO CICLO (SERVICO LCKSRV)
      *-----------------------------------------------------------------
       COPY "LCKPRM.cpy".
       01 WS-RC-GUARDA            PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
      * TEMPOS DA EXECUCAO PARA A JANELA DO CICLO (SERVICO TIMSRV)
      *-----------------------------------------------------------------
       COPY "TIMPRM.cpy".
       01 WS-QTDE-RECONTADOS      PIC 9(09) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0008-INICIAR-TEMPO
           PERFORM 0006-RESERVAR-CICLO
           OPEN OUTPUT BALRES-FILE
           PERFORM 0003-CARREGAR-SALDOS
           PERFORM 0002-CARREGAR-CONTROLES
           END-IF

           ADD 1 TO WS-QTDE-CONFERIDOS
           ADD WS-QTDE-ATUAL TO WS-QTDE-RECONTADOS

           MOVE WS-CTL-ARQUIVO(WS-CTL-IDX) TO BALRES-ARQUIVO
           MOVE WS-QTDE-ESPERADA TO BALRES-ESPERADO
           END-IF
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0006-RESERVAR-CICLO
      * RESERVA EXCLUSIVA DO CTLSTAT E COMPARTILHADA DO AUDTRL E DO
      * NOTIFY ANTES DE QUALQUER ABERTURA. COM OUTRO JOB DO CICLO
      * GRAVANDO UM DELES, NADA E CONFERIDO (O BALRES ANTERIOR FICA) E
      * O STEP TERMINA COM RC 12 (RC 8 SE O ARQUIVO DE RESERVAS
      * FALHAR).
      *-----------------------------------------------------------------
       0006-RESERVAR-CICLO.
           MOVE "R"          TO LCKPRM-FUNCAO
           MOVE "PROG008"    TO LCKPRM-PROGRAMA
           MOVE 3            TO LCKPRM-QTDE-ARQ
           MOVE "CTLSTAT"    TO LCKPRM-ARQ-NOME(1)
           MOVE "X"          TO LCKPRM-ARQ-MODO(1)
           MOVE "AUDTRL"     TO LCKPRM-ARQ-NOME(2)
           MOVE "C"          TO LCKPRM-ARQ-MODO(2)
           MOVE "NOTIFY"     TO LCKPRM-ARQ-NOME(3)
           MOVE "C"          TO LCKPRM-ARQ-MODO(3)
           CALL "LCKSRV" USING LCKPRM-AREA

           IF LCKPRM-RETORNO NOT EQUAL "0"
               DISPLAY "PROG008 NAO EXECUTADO - " LCKPRM-MOTIVO
               IF LCKPRM-RETORNO EQUAL "4"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 9999-FINALIZAR
           END-IF
           .
       0006-END.
      *-----------------------------------------------------------------
      * 0007-LIBERAR-CICLO
      * O RETURN-CODE DO STEP E GUARDADO EM VOLTA DA CHAMADA.
      *-----------------------------------------------------------------
       0007-LIBERAR-CICLO.
           MOVE RETURN-CODE TO WS-RC-GUARDA
           MOVE "L"          TO LCKPRM-FUNCAO
           MOVE "PROG008"    TO LCKPRM-PROGRAMA
           CALL "LCKSRV" USING LCKPRM-AREA
           MOVE WS-RC-GUARDA TO RETURN-CODE
           .
       0007-END.
      *-----------------------------------------------------------------
      * 0008-INICIAR-TEMPO
      * REGISTRA NO RUNTIM O INICIO DA EXECUCAO (SERVICO TIMSRV).
      *-----------------------------------------------------------------
       0008-INICIAR-TEMPO.
           MOVE "I"          TO TIMPRM-FUNCAO
           MOVE "PROG008"    TO TIMPRM-PROGRAMA
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
           MOVE WS-QTDE-RECONTADOS TO TIMPRM-QTDE-LIDOS
           MOVE WS-QTDE-CONFERIDOS TO TIMPRM-QTDE-GRAVADOS
           CALL "TIMSRV" USING TIMPRM-AREA
           MOVE TIMPRM-RC    TO RETURN-CODE
           .
       0009-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           PERFORM 0007-LIBERAR-CICLO
           PERFORM 0009-ENCERRAR-TEMPO
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
