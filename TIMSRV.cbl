      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: SERVICO DE TEMPOS DO CICLO CHAMADO (CALL "TIMSRV")
      *           PELOS PROGRAMAS DO CICLO NOTURNO (PROG001A, PROG002,
      *           PROG006, PROG007, PROG008, PROG011, PROG014 E
      *           PROG023). NO INICIO E NO FIM DE CADA EXECUCAO
      *           ACRESCENTA UM REGISTRO AO ARQUIVO RUNTIM COM O
      *           PROGRAMA, A NOITE DO CICLO, OS HORARIOS, O RETURN-CODE
      *           E AS CONTAGENS, LIDO PELO RELATORIO DA JANELA DE BATCH
      *           (PROG026). A AREA DE PARAMETROS ESTA EM TIMPRM.cpy.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMSRV.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNTIM-FILE ASSIGN TO "RUNTIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNTIM.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RUNTIM-FILE
           RECORDING MODE IS F.
       COPY "RUNTIM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-RUNTIM            PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
      * PROGRAMAS COM TEMPO EM ABERTO NO STEP, NA ORDEM DAS CHAMADAS:
      * O DE CIMA CHAMOU O DE BAIXO (PROG011 -> PROG001A)
      *-----------------------------------------------------------------
       01 WS-PILHA.
           05 WS-PILHA-QTDE       PIC 9(01) VALUE ZEROS.
           05 WS-PILHA-PROGRAMA   PIC X(08) OCCURS 5 TIMES.
       01 WS-CHAMADOR             PIC X(08) VALUE SPACES.
       01 WS-TIPO                 PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
      * HORARIO E NOITE DO CICLO
      *-----------------------------------------------------------------
       COPY "DATEPRM.cpy".
       01 WS-DATA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-HORA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-DATA-CALC            PIC X(08) VALUE SPACES.
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05 WS-CALC-ANO         PIC 9(04).
           05 WS-CALC-MES         PIC 9(02).
           05 WS-CALC-DIA         PIC 9(02).
       01 WS-INICIO.
           05 WS-INICIO-DATA      PIC X(08).
           05 WS-INICIO-HORA      PIC X(06).

       LINKAGE SECTION.
       COPY "TIMPRM.cpy".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING TIMPRM-AREA.

       0001-PROCESSAR.
           MOVE "0" TO TIMPRM-RETORNO

           EVALUATE TIMPRM-FUNCAO
               WHEN "I"
                   PERFORM 0002-INICIAR
               WHEN "F"
                   PERFORM 0003-ENCERRAR
               WHEN OTHER
                   MOVE "8" TO TIMPRM-RETORNO
                   DISPLAY "TIMSRV - FUNCAO DESCONHECIDA: "
                       TIMPRM-FUNCAO
           END-EVALUATE

           GOBACK
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIAR
      * GUARDA O HORARIO DE INICIO NA AREA DO PROGRAMA E GRAVA O
      * REGISTRO "I". COM OUTRO PROGRAMA EM ABERTO NO STEP, ESTE FOI
      * CHAMADO POR ELE.
      *-----------------------------------------------------------------
       0002-INICIAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA      TO WS-INICIO-DATA
           MOVE WS-HORA-SISTEMA(1:6) TO WS-INICIO-HORA
           MOVE WS-INICIO            TO TIMPRM-INICIO

           MOVE SPACES TO WS-CHAMADOR
           IF WS-PILHA-QTDE GREATER ZEROS
               MOVE WS-PILHA-PROGRAMA(WS-PILHA-QTDE) TO WS-CHAMADOR
           END-IF
           IF WS-PILHA-QTDE LESS 5
               ADD 1 TO WS-PILHA-QTDE
               MOVE TIMPRM-PROGRAMA TO WS-PILHA-PROGRAMA(WS-PILHA-QTDE)
           END-IF

           MOVE "I" TO WS-TIPO
           PERFORM 0004-GRAVAR-REGISTRO
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0003-ENCERRAR
      * TIRA O PROGRAMA DA PILHA (O QUE FICA EM CIMA E O CHAMADOR) E
      * GRAVA O REGISTRO "F" COM O INICIO GUARDADO PELO PROGRAMA.
      *-----------------------------------------------------------------
       0003-ENCERRAR.
           MOVE TIMPRM-INICIO TO WS-INICIO

           IF WS-PILHA-QTDE GREATER ZEROS
               IF WS-PILHA-PROGRAMA(WS-PILHA-QTDE) EQUAL
                       TIMPRM-PROGRAMA
                   SUBTRACT 1 FROM WS-PILHA-QTDE
               END-IF
           END-IF
           MOVE SPACES TO WS-CHAMADOR
           IF WS-PILHA-QTDE GREATER ZEROS
               MOVE WS-PILHA-PROGRAMA(WS-PILHA-QTDE) TO WS-CHAMADOR
           END-IF

           MOVE "F" TO WS-TIPO
           PERFORM 0004-GRAVAR-REGISTRO
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0004-GRAVAR-REGISTRO
      * ACRESCENTA O REGISTRO AO RUNTIM (ABERTO E FECHADO A CADA
      * REGISTRO, PARA UM ABEND DO PROGRAMA NAO LEVAR O INICIO JUNTO).
      * A NOITE DO CICLO E A DATA DO INICIO OU, ANTES DO MEIO-DIA, O
      * DIA ANTERIOR.
      *-----------------------------------------------------------------
       0004-GRAVAR-REGISTRO.
           MOVE WS-INICIO-DATA TO WS-DATA-CALC
           IF WS-INICIO-HORA LESS "120000"
               PERFORM 0004-10-RECUAR-DIA
           END-IF

           OPEN EXTEND RUNTIM-FILE
           IF WS-FS-RUNTIM NOT EQUAL "00"
               OPEN OUTPUT RUNTIM-FILE
           END-IF

           IF WS-FS-RUNTIM EQUAL "00"
               MOVE SPACES              TO RUNTIM-RECORD
               MOVE WS-TIPO             TO RUNTIM-TIPO
               MOVE TIMPRM-PROGRAMA     TO RUNTIM-PROGRAMA
               MOVE WS-DATA-CALC        TO RUNTIM-NOITE
               MOVE WS-INICIO-DATA      TO RUNTIM-INI-DATA
               MOVE WS-INICIO-HORA      TO RUNTIM-INI-HORA
               MOVE TIMPRM-MODO         TO RUNTIM-MODO
               MOVE WS-CHAMADOR         TO RUNTIM-CHAMADOR
               IF WS-TIPO EQUAL "F"
                   ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                   ACCEPT WS-HORA-SISTEMA FROM TIME
                   MOVE WS-DATA-SISTEMA      TO RUNTIM-FIM-DATA
                   MOVE WS-HORA-SISTEMA(1:6) TO RUNTIM-FIM-HORA
                   MOVE TIMPRM-RC            TO RUNTIM-RC
                   MOVE TIMPRM-QTDE-LIDOS    TO RUNTIM-QTDE-LIDOS
                   MOVE TIMPRM-QTDE-GRAVADOS TO RUNTIM-QTDE-GRAVADOS
               ELSE
                   MOVE ZEROS  TO RUNTIM-RC
                   MOVE ZEROS  TO RUNTIM-QTDE-LIDOS
                   MOVE ZEROS  TO RUNTIM-QTDE-GRAVADOS
               END-IF
               WRITE RUNTIM-RECORD
               CLOSE RUNTIM-FILE
           ELSE
               MOVE "8" TO TIMPRM-RETORNO
               DISPLAY "TIMSRV - ERRO AO ABRIR RUNTIM. FS: "
                       WS-FS-RUNTIM
           END-IF
           .
       0004-END.
      *-----------------------------------------------------------------
      * 0004-10-RECUAR-DIA
      * SUBTRAI UM DIA DE CALENDARIO DE WS-DATA-CALC; NA VIRADA PARA O
      * MES ANTERIOR, O ULTIMO DIA VEM DO SERVICO DE DATAS.
      *-----------------------------------------------------------------
       0004-10-RECUAR-DIA.
           IF WS-CALC-DIA GREATER 1
               SUBTRACT 1 FROM WS-CALC-DIA
           ELSE
               IF WS-CALC-MES GREATER 1
                   SUBTRACT 1 FROM WS-CALC-MES
               ELSE
                   MOVE 12 TO WS-CALC-MES
                   SUBTRACT 1 FROM WS-CALC-ANO
               END-IF
               MOVE 1 TO WS-CALC-DIA
               MOVE "V" TO DATEPRM-FUNCAO
               MOVE WS-DATA-CALC TO DATEPRM-DATA
               CALL "DATESRV" USING DATEPRM-AREA
               MOVE DATEPRM-DIAS-NO-MES TO WS-CALC-DIA
           END-IF
           .
       0004-10-END.
