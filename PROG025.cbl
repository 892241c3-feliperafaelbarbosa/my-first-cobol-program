      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: UTILITARIO DO OPERADOR PARA AS RESERVAS DO CICLO
      *           (CYCLOCK, GRAVADO PELO SERVICO LCKSRV). APLICA OS
      *           CARTOES DE LIBERACAO FORCADA DO LCKMNT (JOB, USUARIO
      *           E MOTIVO OBRIGATORIOS), REGISTRANDO CADA UM NO LOG
      *           LCKLOG, E LISTA NO DD LCKOUT AS RESERVAS QUE FICARAM
      *           - COM JOB, PROGRAMA, INICIO E ARQUIVOS - MARCANDO AS
      *           MAIS ANTIGAS QUE O LIMITE DO LCKPARM COMO PROVAVEL
      *           ABEND. SEM O LCKMNT, SO LISTA.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG025.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLOCK-FILE ASSIGN TO "CYCLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCLOCK-JOB
               FILE STATUS IS WS-FS-CYCLOCK.

           SELECT LCKMNT-FILE ASSIGN TO "LCKMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LCKMNT.

           SELECT LCKPARM-FILE ASSIGN TO "LCKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LCKPARM.

           SELECT LCKLOG-FILE ASSIGN TO "LCKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LCKLOG.

           SELECT LCKOUT-FILE ASSIGN TO "LCKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LCKOUT.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CYCLOCK-FILE
           RECORDING MODE IS F.
       COPY "CYCLOCK.cpy".

       FD  LCKMNT-FILE
           RECORDING MODE IS F.
       COPY "LCKMNT.cpy".

       FD  LCKPARM-FILE
           RECORDING MODE IS F.
       COPY "LCKPARM.cpy".

       FD  LCKLOG-FILE
           RECORDING MODE IS F.
       COPY "LCKLOG.cpy".

       FD  LCKOUT-FILE
           RECORDING MODE IS F.
       01 LCKOUT-LINHA            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-CYCLOCK           PIC X(02) VALUE SPACES.
       01 WS-FS-LCKMNT            PIC X(02) VALUE SPACES.
       01 WS-FS-LCKPARM           PIC X(02) VALUE SPACES.
       01 WS-FS-LCKLOG            PIC X(02) VALUE SPACES.
       01 WS-FS-LCKOUT            PIC X(02) VALUE SPACES.
       01 WS-SW-CYCLOCK-ABERTO    PIC X(01) VALUE "N".
           88 WS-CYCLOCK-ABERTO           VALUE "S".

      *-----------------------------------------------------------------
      * IDADE DE RESERVA ABANDONADA (CARTAO LCKPARM, COMO NO LCKSRV):
      * RESERVA INICIADA ANTES DE WS-CORTE
      *-----------------------------------------------------------------
       COPY "DATEPRM.cpy".
       01 WS-HORAS-PARM           PIC X(02) VALUE SPACES.
       01 WS-HORAS-LIMITE         PIC 9(02) VALUE ZEROS.
       01 WS-DIAS-RECUO           PIC 9(02) VALUE ZEROS.
       01 WS-HORAS-RECUO          PIC 9(02) VALUE ZEROS.
       01 WS-DATA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-HORA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-DATA-CALC            PIC X(08) VALUE SPACES.
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05 WS-CALC-ANO         PIC 9(04).
           05 WS-CALC-MES         PIC 9(02).
           05 WS-CALC-DIA         PIC 9(02).
       01 WS-HORA-CALC            PIC 9(02) VALUE ZEROS.
       01 WS-CORTE.
           05 WS-CORTE-DATA       PIC X(08).
           05 WS-CORTE-HORA       PIC 9(02).
           05 WS-CORTE-MINSEG     PIC X(04).

      *-----------------------------------------------------------------
      * LIBERACAO FORCADA EM ANDAMENTO
      *-----------------------------------------------------------------
       01 WS-MOTIVO-RECUSA        PIC X(40) VALUE SPACES.
       01 WS-LOG-EVENTO           PIC X(08) VALUE SPACES.
       01 WS-LOG-PROGRAMA         PIC X(08) VALUE SPACES.
       01 WS-LOG-INICIO           PIC X(14) VALUE SPACES.
       01 WS-LOG-MOTIVO           PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * LINHA DE ARQUIVOS DE UMA RESERVA E INICIO EDITADO
      *-----------------------------------------------------------------
       01 WS-QTDE-ARQ-LISTA       PIC 9(01) VALUE ZEROS.
       01 WS-LST-ARQUIVOS.
           05 WS-LST-ARQ OCCURS 6 TIMES INDEXED BY WS-LST-IDX.
               10 WS-LST-NOME     PIC X(08).
               10 WS-LST-ABRE     PIC X(01).
               10 WS-LST-MODO     PIC X(01).
               10 WS-LST-FECHA    PIC X(02).
       01 WS-INICIO-EDITADO.
           05 WS-INI-DIA          PIC X(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-INI-MES          PIC X(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-INI-ANO          PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-INI-HOR          PIC X(02).
           05 FILLER              PIC X(01) VALUE ":".
           05 WS-INI-MIN          PIC X(02).
           05 FILLER              PIC X(01) VALUE ":".
           05 WS-INI-SEG          PIC X(02).
       01 WS-SITUACAO-RESERVA     PIC X(12) VALUE SPACES.

      *-----------------------------------------------------------------
      * TOTAIS
      *-----------------------------------------------------------------
       01 WS-QTDE-CARTOES         PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-LIBERADAS       PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-RECUSADAS       PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-RESERVAS        PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-ABANDONADAS     PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0002-INICIALIZAR
           PERFORM 0003-LIBERAR-FORCADAS
           PERFORM 0004-LISTAR-RESERVAS
           PERFORM 0005-IMPRIMIR-TOTAIS
           PERFORM 9999-FINALIZAR
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      * CALCULA O HORARIO DE CORTE DAS RESERVAS ABANDONADAS E ABRE O
      * CYCLOCK (SEM O CLUSTER, OU VAZIO, NAO HA RESERVA).
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           MOVE "12" TO WS-HORAS-PARM
           OPEN INPUT LCKPARM-FILE
           IF WS-FS-LCKPARM EQUAL "00"
               READ LCKPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCKPARM-HORAS NOT EQUAL SPACES
                           MOVE LCKPARM-HORAS TO WS-HORAS-PARM
                       END-IF
               END-READ
               CLOSE LCKPARM-FILE
           END-IF

           IF WS-HORAS-PARM NOT NUMERIC OR WS-HORAS-PARM EQUAL "00"
               DISPLAY "LCKPARM INVALIDO, ASSUMIDAS 12 HORAS: "
                   WS-HORAS-PARM
               MOVE "12" TO WS-HORAS-PARM
           END-IF
           MOVE WS-HORAS-PARM TO WS-HORAS-LIMITE
           PERFORM 0002-10-CALCULAR-CORTE
           DISPLAY "RESERVA ABANDONADA: INICIADA ANTES DE " WS-CORTE

           OPEN I-O CYCLOCK-FILE
           IF WS-FS-CYCLOCK EQUAL "00"
               SET WS-CYCLOCK-ABERTO TO TRUE
           ELSE
               DISPLAY "CYCLOCK NAO DISPONIVEL - FS " WS-FS-CYCLOCK
               IF WS-FS-CYCLOCK NOT EQUAL "35"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           OPEN OUTPUT LCKOUT-FILE
           MOVE "RESERVAS DO CICLO (CYCLOCK)" TO LCKOUT-LINHA
           WRITE LCKOUT-LINHA
           MOVE SPACES TO LCKOUT-LINHA
           WRITE LCKOUT-LINHA
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0002-10-CALCULAR-CORTE
      * AGORA MENOS WS-HORAS-LIMITE HORAS: RECUA OS DIAS INTEIROS E,
      * SE A HORA FICAR NEGATIVA, MAIS UM DIA.
      *-----------------------------------------------------------------
       0002-10-CALCULAR-CORTE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA TO WS-DATA-CALC
           MOVE WS-HORA-SISTEMA(1:2) TO WS-HORA-CALC

           DIVIDE WS-HORAS-LIMITE BY 24 GIVING WS-DIAS-RECUO
               REMAINDER WS-HORAS-RECUO
           IF WS-DIAS-RECUO GREATER ZEROS
               PERFORM 0002-20-RECUAR-DIA WS-DIAS-RECUO TIMES
           END-IF

           IF WS-HORA-CALC LESS WS-HORAS-RECUO
               ADD 24 TO WS-HORA-CALC
               PERFORM 0002-20-RECUAR-DIA
           END-IF
           SUBTRACT WS-HORAS-RECUO FROM WS-HORA-CALC

           MOVE WS-DATA-CALC TO WS-CORTE-DATA
           MOVE WS-HORA-CALC TO WS-CORTE-HORA
           MOVE WS-HORA-SISTEMA(3:4) TO WS-CORTE-MINSEG
           .
       0002-10-END.
      *-----------------------------------------------------------------
      * 0002-20-RECUAR-DIA
      * SUBTRAI UM DIA DE CALENDARIO DE WS-DATA-CALC; NA VIRADA PARA O
      * MES ANTERIOR, O ULTIMO DIA VEM DO SERVICO DE DATAS.
      *-----------------------------------------------------------------
       0002-20-RECUAR-DIA.
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
       0002-20-END.
      *-----------------------------------------------------------------
      * 0003-LIBERAR-FORCADAS
      * CADA CARTAO DO LCKMNT REMOVE A RESERVA DO JOB INFORMADO. O
      * OPERADOR DEVE TER CONFERIDO ANTES QUE O JOB NAO ESTA MAIS EM
      * EXECUCAO - A LIBERACAO NAO DESFAZ O QUE O JOB DEIXOU NO MEIO.
      *-----------------------------------------------------------------
       0003-LIBERAR-FORCADAS.
           MOVE "LIBERACOES FORCADAS (LCKMNT)" TO LCKOUT-LINHA
           WRITE LCKOUT-LINHA

           OPEN INPUT LCKMNT-FILE
           IF WS-FS-LCKMNT EQUAL "00"
               PERFORM UNTIL WS-FS-LCKMNT NOT EQUAL "00"
                   READ LCKMNT-FILE
                       AT END
                           MOVE "10" TO WS-FS-LCKMNT
                       NOT AT END
                           ADD 1 TO WS-QTDE-CARTOES
                           PERFORM 0003-10-LIBERAR-RESERVA
                   END-READ
               END-PERFORM
               CLOSE LCKMNT-FILE
           END-IF

           IF WS-QTDE-CARTOES EQUAL ZEROS
               MOVE "  NENHUMA" TO LCKOUT-LINHA
               WRITE LCKOUT-LINHA
           END-IF

           MOVE SPACES TO LCKOUT-LINHA
           WRITE LCKOUT-LINHA
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-10-LIBERAR-RESERVA
      *-----------------------------------------------------------------
       0003-10-LIBERAR-RESERVA.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE SPACES TO WS-LOG-PROGRAMA
           MOVE SPACES TO WS-LOG-INICIO

           EVALUATE TRUE
               WHEN LCKMNT-JOB EQUAL SPACES
                   MOVE "JOB NAO INFORMADO" TO WS-MOTIVO-RECUSA
               WHEN LCKMNT-USUARIO EQUAL SPACES
                   MOVE "USUARIO NAO INFORMADO" TO WS-MOTIVO-RECUSA
               WHEN LCKMNT-MOTIVO EQUAL SPACES
                   MOVE "MOTIVO NAO INFORMADO" TO WS-MOTIVO-RECUSA
               WHEN NOT WS-CYCLOCK-ABERTO
                   MOVE "RESERVA NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE LCKMNT-JOB TO CYCLOCK-JOB
                   READ CYCLOCK-FILE
                       INVALID KEY
                           MOVE "RESERVA NAO ENCONTRADA" TO
                               WS-MOTIVO-RECUSA
                       NOT INVALID KEY
                           MOVE CYCLOCK-PROGRAMA TO WS-LOG-PROGRAMA
                           MOVE CYCLOCK-INICIO TO WS-LOG-INICIO
                           DELETE CYCLOCK-FILE
                           IF WS-FS-CYCLOCK NOT EQUAL "00"
                               STRING "ERRO NA EXCLUSAO. FS: "
                                      DELIMITED BY SIZE
                                      WS-FS-CYCLOCK DELIMITED BY SIZE
                                      INTO WS-MOTIVO-RECUSA
                           END-IF
                   END-READ
           END-EVALUATE

           MOVE SPACES TO LCKOUT-LINHA
           IF WS-MOTIVO-RECUSA EQUAL SPACES
               ADD 1 TO WS-QTDE-LIBERADAS
               MOVE "FORCADA" TO WS-LOG-EVENTO
               MOVE LCKMNT-MOTIVO TO WS-LOG-MOTIVO
               MOVE WS-LOG-INICIO TO CYCLOCK-INICIO
               PERFORM 0006-EDITAR-INICIO
               STRING "  LIBERADA: " DELIMITED BY SIZE
                      LCKMNT-JOB DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LOG-PROGRAMA DELIMITED BY SIZE
                      " DESDE " DELIMITED BY SIZE
                      WS-INICIO-EDITADO DELIMITED BY SIZE
                      " POR " DELIMITED BY SIZE
                      LCKMNT-USUARIO DELIMITED BY SIZE
                      INTO LCKOUT-LINHA
               WRITE LCKOUT-LINHA
               MOVE SPACES TO LCKOUT-LINHA
               STRING "            MOTIVO: " DELIMITED BY SIZE
                      LCKMNT-MOTIVO DELIMITED BY SIZE
                      INTO LCKOUT-LINHA
           ELSE
               ADD 1 TO WS-QTDE-RECUSADAS
               MOVE "RECUSADA" TO WS-LOG-EVENTO
               MOVE WS-MOTIVO-RECUSA TO WS-LOG-MOTIVO
               STRING "  RECUSADA: " DELIMITED BY SIZE
                      LCKMNT-JOB DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LCKMNT-USUARIO DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-MOTIVO-RECUSA DELIMITED BY SIZE
                      INTO LCKOUT-LINHA
           END-IF
           WRITE LCKOUT-LINHA

           PERFORM 0003-20-GRAVAR-LOG
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-20-GRAVAR-LOG
      * TODA LIBERACAO FORCADA, FEITA OU RECUSADA, FICA NO LCKLOG COM
      * O USUARIO E O MOTIVO.
      *-----------------------------------------------------------------
       0003-20-GRAVAR-LOG.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           OPEN EXTEND LCKLOG-FILE
           IF WS-FS-LCKLOG NOT EQUAL "00"
               OPEN OUTPUT LCKLOG-FILE
           END-IF

           IF WS-FS-LCKLOG EQUAL "00"
               MOVE SPACES              TO LCKLOG-RECORD
               MOVE WS-DATA-SISTEMA     TO LCKLOG-DATA
               MOVE WS-HORA-SISTEMA(1:6) TO LCKLOG-HORA
               MOVE WS-LOG-EVENTO       TO LCKLOG-EVENTO
               MOVE LCKMNT-JOB          TO LCKLOG-JOB
               MOVE WS-LOG-PROGRAMA     TO LCKLOG-PROGRAMA
               MOVE WS-LOG-INICIO       TO LCKLOG-INICIO
               MOVE LCKMNT-USUARIO      TO LCKLOG-USUARIO
               MOVE WS-LOG-MOTIVO       TO LCKLOG-MOTIVO
               WRITE LCKLOG-RECORD
               CLOSE LCKLOG-FILE
           ELSE
               DISPLAY "ERRO AO ABRIR LCKLOG. FS: " WS-FS-LCKLOG
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0004-LISTAR-RESERVAS
      * RESERVAS QUE FICARAM NO CYCLOCK, EM ORDEM DE JOB.
      *-----------------------------------------------------------------
       0004-LISTAR-RESERVAS.
           MOVE "RESERVAS ATIVAS" TO LCKOUT-LINHA
           WRITE LCKOUT-LINHA

           IF WS-CYCLOCK-ABERTO
               MOVE LOW-VALUES TO CYCLOCK-JOB
               START CYCLOCK-FILE KEY IS NOT LESS THAN CYCLOCK-JOB
                   INVALID KEY
                       MOVE "10" TO WS-FS-CYCLOCK
               END-START

               PERFORM UNTIL WS-FS-CYCLOCK NOT EQUAL "00"
                   READ CYCLOCK-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-CYCLOCK
                       NOT AT END
                           PERFORM 0004-10-LISTAR-RESERVA
                   END-READ
               END-PERFORM
               CLOSE CYCLOCK-FILE
           END-IF

           IF WS-QTDE-RESERVAS EQUAL ZEROS
               MOVE "  NENHUMA" TO LCKOUT-LINHA
               WRITE LCKOUT-LINHA
           END-IF
           .
       0004-END.
      *-----------------------------------------------------------------
      * 0004-10-LISTAR-RESERVA
      * LINHA DA RESERVA E, ABAIXO, OS ARQUIVOS COM O MODO (X =
      * EXCLUSIVO, C = COMPARTILHADO).
      *-----------------------------------------------------------------
       0004-10-LISTAR-RESERVA.
           ADD 1 TO WS-QTDE-RESERVAS
           PERFORM 0006-EDITAR-INICIO

           IF CYCLOCK-INICIO LESS WS-CORTE
               ADD 1 TO WS-QTDE-ABANDONADAS
               MOVE "ABANDONADA?" TO WS-SITUACAO-RESERVA
           ELSE
               MOVE "EM EXECUCAO" TO WS-SITUACAO-RESERVA
           END-IF

           MOVE SPACES TO LCKOUT-LINHA
           STRING "  " DELIMITED BY SIZE
                  CYCLOCK-JOB DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CYCLOCK-PROGRAMA DELIMITED BY SIZE
                  " DESDE " DELIMITED BY SIZE
                  WS-INICIO-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SITUACAO-RESERVA DELIMITED BY SIZE
                  INTO LCKOUT-LINHA
           WRITE LCKOUT-LINHA

           MOVE SPACES TO WS-LST-ARQUIVOS
           MOVE 6 TO WS-QTDE-ARQ-LISTA
           IF CYCLOCK-QTDE-ARQ NUMERIC AND CYCLOCK-QTDE-ARQ LESS 6
               MOVE CYCLOCK-QTDE-ARQ TO WS-QTDE-ARQ-LISTA
           END-IF
           SET CYCLOCK-IDX TO 1
           SET WS-LST-IDX TO 1
           PERFORM WS-QTDE-ARQ-LISTA TIMES
               MOVE CYCLOCK-ARQ-NOME(CYCLOCK-IDX) TO
                   WS-LST-NOME(WS-LST-IDX)
               MOVE "(" TO WS-LST-ABRE(WS-LST-IDX)
               MOVE CYCLOCK-ARQ-MODO(CYCLOCK-IDX) TO
                   WS-LST-MODO(WS-LST-IDX)
               MOVE ")" TO WS-LST-FECHA(WS-LST-IDX)
               SET CYCLOCK-IDX UP BY 1
               SET WS-LST-IDX UP BY 1
           END-PERFORM

           MOVE SPACES TO LCKOUT-LINHA
           STRING "    " DELIMITED BY SIZE
                  WS-LST-ARQUIVOS DELIMITED BY SIZE
                  INTO LCKOUT-LINHA
           WRITE LCKOUT-LINHA
           .
       0004-10-END.
      *-----------------------------------------------------------------
      * 0005-IMPRIMIR-TOTAIS
      * RESERVA ABANDONADA QUE CONTINUA NO ARQUIVO OU CARTAO RECUSADO
      * SINALIZA O RETURN-CODE DO STEP.
      *-----------------------------------------------------------------
       0005-IMPRIMIR-TOTAIS.
           MOVE SPACES TO LCKOUT-LINHA
           WRITE LCKOUT-LINHA

           MOVE SPACES TO LCKOUT-LINHA
           STRING "CARTOES LCKMNT.......: " DELIMITED BY SIZE
                  WS-QTDE-CARTOES DELIMITED BY SIZE
                  INTO LCKOUT-LINHA
           WRITE LCKOUT-LINHA

           MOVE SPACES TO LCKOUT-LINHA
           STRING "  LIBERADAS..........: " DELIMITED BY SIZE
                  WS-QTDE-LIBERADAS DELIMITED BY SIZE
                  INTO LCKOUT-LINHA
           WRITE LCKOUT-LINHA

           MOVE SPACES TO LCKOUT-LINHA
           STRING "  RECUSADAS..........: " DELIMITED BY SIZE
                  WS-QTDE-RECUSADAS DELIMITED BY SIZE
                  INTO LCKOUT-LINHA
           WRITE LCKOUT-LINHA

           MOVE SPACES TO LCKOUT-LINHA
           STRING "RESERVAS ATIVAS......: " DELIMITED BY SIZE
                  WS-QTDE-RESERVAS DELIMITED BY SIZE
                  INTO LCKOUT-LINHA
           WRITE LCKOUT-LINHA

           MOVE SPACES TO LCKOUT-LINHA
           STRING "  ABANDONADAS?.......: " DELIMITED BY SIZE
                  WS-QTDE-ABANDONADAS DELIMITED BY SIZE
                  INTO LCKOUT-LINHA
           WRITE LCKOUT-LINHA

           CLOSE LCKOUT-FILE

           IF RETURN-CODE EQUAL ZEROS AND
                   (WS-QTDE-RECUSADAS GREATER ZEROS OR
                    WS-QTDE-ABANDONADAS GREATER ZEROS)
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "LIBERADAS.......: " WS-QTDE-LIBERADAS
           DISPLAY "RECUSADAS.......: " WS-QTDE-RECUSADAS
           DISPLAY "RESERVAS ATIVAS.: " WS-QTDE-RESERVAS
           DISPLAY "ABANDONADAS?....: " WS-QTDE-ABANDONADAS
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0006-EDITAR-INICIO
      * CYCLOCK-INICIO (AAAAMMDDHHMMSS) PARA DD/MM/AAAA HH:MM:SS.
      *-----------------------------------------------------------------
       0006-EDITAR-INICIO.
           MOVE CYCLOCK-DATA(7:2) TO WS-INI-DIA
           MOVE CYCLOCK-DATA(5:2) TO WS-INI-MES
           MOVE CYCLOCK-DATA(1:4) TO WS-INI-ANO
           MOVE CYCLOCK-HORA(1:2) TO WS-INI-HOR
           MOVE CYCLOCK-HORA(3:2) TO WS-INI-MIN
           MOVE CYCLOCK-HORA(5:2) TO WS-INI-SEG
           .
       0006-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
