      *                   CONTAGEM RETIDA - SEM ISSO O PROG008
      *                   COBRARIA O TOTAL PRE-ARQUIVAMENTO E BARRARIA
      *                   O PROG002 TODA NOITE SEGUINTE.
      * 15/10/2026 FRB    REGISTRO DA TRILHA (AUDTRL/AUDARCH) PASSA DE
      *                   88 PARA 92 POSICOES COM O CODIGO DE FILIAL.
      * 15/10/2026 FRB    RESERVA DO AUDTRL E DO CTLSTAT NO CICLO
      *                   (SERVICO LCKSRV, ARQUIVO CYCLOCK) ANTES DO
      *                   CORTE E LIBERACAO NO FIM: COM OUTRO JOB USANDO
      *                   UM DELES, NADA E FEITO E O STEP TERMINA COM RC
      *                   12.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG005.

       FD  AUDARCH-FILE
           RECORDING MODE IS F.
       01 AUDARCH-REGISTRO        PIC X(92).

       FD  AUDWORK-FILE
           RECORDING MODE IS F.
       01 AUDWORK-REGISTRO        PIC X(92).

       FD  ARCPARM-FILE
           RECORDING MODE IS F.
               10 WS-SAL-SEQ      PIC 9(08).
       01 WS-SW-SALDO-ACHADO      PIC X(01) VALUE "N".
           88 WS-SALDO-ACHADO             VALUE "S".
      *-----------------------------------------------------------------
      * RESERVA DOS ARQUIVOS DO CICLO (SERVICO LCKSRV)
      *-----------------------------------------------------------------
       COPY "LCKPRM.cpy".
       01 WS-RC-GUARDA            PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           PERFORM 0006-RESERVAR-CICLO
           PERFORM 0002-10-OBTER-PARAMETRO

           DISPLAY "ANO/MES ABERTO: " WS-ANO-MES-ABERTO
           DISPLAY "REGISTROS REGRAVADOS.: " WS-QTDE-REGRAVADOS
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0006-RESERVAR-CICLO
      * RESERVA EXCLUSIVA DO AUDTRL E DO CTLSTAT ANTES DE TOCAR EM
      * QUALQUER ARQUIVO. COM OUTRO JOB DO CICLO USANDO UM DELES, O
      * ARQUIVAMENTO NAO E FEITO E O STEP TERMINA COM RC 12 (RC 8 SE
      * O ARQUIVO DE RESERVAS FALHAR).
      *-----------------------------------------------------------------
       0006-RESERVAR-CICLO.
           MOVE "R"          TO LCKPRM-FUNCAO
           MOVE "PROG005"    TO LCKPRM-PROGRAMA
           MOVE 2            TO LCKPRM-QTDE-ARQ
           MOVE "AUDTRL"     TO LCKPRM-ARQ-NOME(1)
           MOVE "X"          TO LCKPRM-ARQ-MODO(1)
           MOVE "CTLSTAT"    TO LCKPRM-ARQ-NOME(2)
           MOVE "X"          TO LCKPRM-ARQ-MODO(2)
           CALL "LCKSRV" USING LCKPRM-AREA

           IF LCKPRM-RETORNO NOT EQUAL "0"
               DISPLAY "PROG005 NAO EXECUTADO - " LCKPRM-MOTIVO
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
           MOVE "PROG005"    TO LCKPRM-PROGRAMA
           CALL "LCKSRV" USING LCKPRM-AREA
           MOVE WS-RC-GUARDA TO RETURN-CODE
           .
       0007-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           PERFORM 0007-LIBERAR-CICLO
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
