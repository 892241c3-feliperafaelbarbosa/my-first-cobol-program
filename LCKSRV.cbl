      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: SERVICO DE RESERVA DO CICLO CHAMADO (CALL "LCKSRV")
      *           PELOS PROGRAMAS QUE MEXEM NOS ARQUIVOS DO CICLO
      *           (PROG001A, PROG002, PROG004, PROG005, PROG008 E
      *           PROG011). NA RESERVA, CONFERE NO ARQUIVO CYCLOCK SE
      *           OUTRO JOB JA RESERVOU ALGUM DOS ARQUIVOS PEDIDOS E,
      *           SEM CONFLITO, GRAVA A RESERVA DO JOB COM PROGRAMA,
      *           INICIO E ARQUIVOS; NA LIBERACAO, REMOVE A RESERVA.
      *           TODO EVENTO VAI PARA O LOG LCKLOG. O JOB VEM DO
      *           CARTAO LCKJOB E A IDADE DE RESERVA ABANDONADA DO
      *           CARTAO LCKPARM. A AREA DE PARAMETROS ESTA EM
      *           LCKPRM.cpy.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCKSRV.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLOCK-FILE ASSIGN TO "CYCLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCLOCK-JOB
               FILE STATUS IS WS-FS-CYCLOCK.

           SELECT LCKLOG-FILE ASSIGN TO "LCKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LCKLOG.

           SELECT LCKJOB-FILE ASSIGN TO "LCKJOB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LCKJOB.

           SELECT LCKPARM-FILE ASSIGN TO "LCKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LCKPARM.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CYCLOCK-FILE
           RECORDING MODE IS F.
       COPY "CYCLOCK.cpy".

       FD  LCKLOG-FILE
           RECORDING MODE IS F.
       COPY "LCKLOG.cpy".

       FD  LCKJOB-FILE
           RECORDING MODE IS F.
       COPY "LCKJOB.cpy".

       FD  LCKPARM-FILE
           RECORDING MODE IS F.
       COPY "LCKPARM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-CYCLOCK           PIC X(02) VALUE SPACES.
       01 WS-FS-LCKLOG            PIC X(02) VALUE SPACES.
       01 WS-FS-LCKJOB            PIC X(02) VALUE SPACES.
       01 WS-FS-LCKPARM           PIC X(02) VALUE SPACES.
       01 WS-SW-CYCLOCK-ABERTO    PIC X(01) VALUE "N".
           88 WS-CYCLOCK-ABERTO           VALUE "S".

      *-----------------------------------------------------------------
      * ESTADO DO SERVICO ENTRE AS CHAMADAS DO MESMO STEP: O JOB, A
      * IDADE DE CORTE E A RESERVA FEITA (COM O ANINHAMENTO DE UM
      * PROGRAMA CHAMADO QUE TAMBEM RESERVA)
      *-----------------------------------------------------------------
       01 WS-SW-INICIALIZADO      PIC X(01) VALUE "N".
           88 WS-INICIALIZADO             VALUE "S".
       01 WS-JOB                  PIC X(08) VALUE SPACES.
       01 WS-QTDE-RESERVAS        PIC 9(02) VALUE ZEROS.
       01 WS-RESERVA-PROGRAMA     PIC X(08) VALUE SPACES.
       01 WS-RESERVA-INICIO       PIC X(14) VALUE SPACES.

      *-----------------------------------------------------------------
      * IDADE DE RESERVA ABANDONADA: RESERVA INICIADA ANTES DE
      * WS-CORTE (AGORA MENOS AS HORAS DO LCKPARM)
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
      * RESERVA ANTERIOR DO PROPRIO JOB (ABEND) ACHADA NA RESERVA
      *-----------------------------------------------------------------
       01 WS-SW-PROPRIA           PIC X(01) VALUE "N".
           88 WS-PROPRIA-ACHADA           VALUE "S".
       01 WS-PROPRIA-PROGRAMA     PIC X(08) VALUE SPACES.
       01 WS-PROPRIA-INICIO       PIC X(14) VALUE SPACES.

       01 WS-QTDE-ARQ-OUTRO       PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
      * EVENTO A GRAVAR NO LCKLOG
      *-----------------------------------------------------------------
       01 WS-LOG-EVENTO           PIC X(08) VALUE SPACES.
       01 WS-LOG-PROGRAMA         PIC X(08) VALUE SPACES.
       01 WS-LOG-INICIO           PIC X(14) VALUE SPACES.
       01 WS-LOG-MOTIVO           PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       COPY "LCKPRM.cpy".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LCKPRM-AREA.

       0001-PROCESSAR.
           MOVE "0" TO LCKPRM-RETORNO
           MOVE SPACES TO LCKPRM-CONFLITO
           MOVE SPACES TO LCKPRM-MOTIVO

           IF NOT WS-INICIALIZADO
               PERFORM 0002-INICIALIZAR
           END-IF
           MOVE WS-JOB TO LCKPRM-JOB

           EVALUATE LCKPRM-FUNCAO
               WHEN "R"
                   PERFORM 0003-RESERVAR
               WHEN "L"
                   PERFORM 0004-LIBERAR
               WHEN OTHER
                   MOVE "8" TO LCKPRM-RETORNO
                   MOVE "FUNCAO DESCONHECIDA" TO LCKPRM-MOTIVO
           END-EVALUATE

           GOBACK
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      * NA PRIMEIRA CHAMADA DO STEP: NOME DO JOB (CARTAO LCKJOB; SEM
      * ELE, O PROGRAMA QUE CHAMA) E HORARIO DE CORTE DAS RESERVAS
      * ABANDONADAS (CARTAO LCKPARM; EM BRANCO, 12 HORAS).
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           SET WS-INICIALIZADO TO TRUE
           MOVE LCKPRM-PROGRAMA TO WS-JOB
           MOVE "12" TO WS-HORAS-PARM

           OPEN INPUT LCKJOB-FILE
           IF WS-FS-LCKJOB EQUAL "00"
               READ LCKJOB-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCKJOB-NOME NOT EQUAL SPACES
                           MOVE LCKJOB-NOME TO WS-JOB
                       END-IF
               END-READ
               CLOSE LCKJOB-FILE
           END-IF

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
               DISPLAY "LCKSRV - LCKPARM INVALIDO, ASSUMIDAS 12 HORAS: "
                   WS-HORAS-PARM
               MOVE "12" TO WS-HORAS-PARM
           END-IF
           MOVE WS-HORAS-PARM TO WS-HORAS-LIMITE

           PERFORM 0002-10-CALCULAR-CORTE
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
      * 0003-RESERVAR
      * COM A RESERVA DO STEP JA FEITA (PROGRAMA CHAMADO PELO DONO DA
      * RESERVA), SO CONTA O ANINHAMENTO. SENAO, CONFERE AS RESERVAS
      * DOS OUTROS JOBS E GRAVA A DO JOB.
      *-----------------------------------------------------------------
       0003-RESERVAR.
           IF WS-QTDE-RESERVAS GREATER ZEROS
               ADD 1 TO WS-QTDE-RESERVAS
           ELSE
               IF LCKPRM-QTDE-ARQ NOT NUMERIC OR
                       LCKPRM-QTDE-ARQ EQUAL ZEROS OR
                       LCKPRM-QTDE-ARQ GREATER 6
                   MOVE "8" TO LCKPRM-RETORNO
                   MOVE "QUANTIDADE DE ARQUIVOS INVALIDA" TO
                       LCKPRM-MOTIVO
               ELSE
                   PERFORM 0003-10-ABRIR-CYCLOCK
               END-IF
               IF WS-CYCLOCK-ABERTO
                   PERFORM 0003-20-LER-PROPRIA
                   PERFORM 0003-30-PROCURAR-CONFLITO
                   IF LCKPRM-RETORNO EQUAL "0"
                       PERFORM 0003-50-GRAVAR-RESERVA
                   ELSE
                       PERFORM 0003-60-REGISTRAR-CONFLITO
                   END-IF
                   CLOSE CYCLOCK-FILE
                   MOVE "N" TO WS-SW-CYCLOCK-ABERTO
               END-IF
           END-IF
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-10-ABRIR-CYCLOCK
      * NA PRIMEIRA RESERVA O CLUSTER AINDA ESTA VAZIO (FS 35).
      *-----------------------------------------------------------------
       0003-10-ABRIR-CYCLOCK.
           OPEN I-O CYCLOCK-FILE
           IF WS-FS-CYCLOCK EQUAL "35"
               OPEN OUTPUT CYCLOCK-FILE
               CLOSE CYCLOCK-FILE
               OPEN I-O CYCLOCK-FILE
           END-IF

           IF WS-FS-CYCLOCK EQUAL "00"
               SET WS-CYCLOCK-ABERTO TO TRUE
           ELSE
               MOVE "8" TO LCKPRM-RETORNO
               STRING "ERRO AO ABRIR O CYCLOCK. FS: " DELIMITED BY SIZE
                      WS-FS-CYCLOCK DELIMITED BY SIZE
                      INTO LCKPRM-MOTIVO
               DISPLAY "LCKSRV - " LCKPRM-MOTIVO
           END-IF
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-20-LER-PROPRIA
      * UMA RESERVA DO PROPRIO JOB NO INICIO DO STEP SO PODE TER
      * FICADO DE UMA EXECUCAO ANTERIOR QUE ABENDOU - E ASSUMIDA.
      *-----------------------------------------------------------------
       0003-20-LER-PROPRIA.
           MOVE "N" TO WS-SW-PROPRIA
           MOVE WS-JOB TO CYCLOCK-JOB
           READ CYCLOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PROPRIA-ACHADA TO TRUE
                   MOVE CYCLOCK-PROGRAMA TO WS-PROPRIA-PROGRAMA
                   MOVE CYCLOCK-INICIO TO WS-PROPRIA-INICIO
           END-READ
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0003-30-PROCURAR-CONFLITO
      * PERCORRE AS RESERVAS DOS OUTROS JOBS ATE O PRIMEIRO CONFLITO.
      *-----------------------------------------------------------------
       0003-30-PROCURAR-CONFLITO.
           MOVE LOW-VALUES TO CYCLOCK-JOB
           START CYCLOCK-FILE KEY IS NOT LESS THAN CYCLOCK-JOB
               INVALID KEY
                   MOVE "10" TO WS-FS-CYCLOCK
           END-START

           PERFORM UNTIL WS-FS-CYCLOCK NOT EQUAL "00" OR
                   LCKPRM-RETORNO NOT EQUAL "0"
               READ CYCLOCK-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CYCLOCK
                   NOT AT END
                       IF CYCLOCK-JOB NOT EQUAL WS-JOB
                           PERFORM 0003-35-CONFERIR-RESERVA
                       END-IF
               END-READ
           END-PERFORM
           .
       0003-30-END.
      *-----------------------------------------------------------------
      * 0003-35-CONFERIR-RESERVA
      * CONFLITO = MESMO ARQUIVO NAS DUAS RESERVAS, COM PELO MENOS UMA
      * DELAS EXCLUSIVA. DOIS LEITORES CONVIVEM.
      *-----------------------------------------------------------------
       0003-35-CONFERIR-RESERVA.
           MOVE 6 TO WS-QTDE-ARQ-OUTRO
           IF CYCLOCK-QTDE-ARQ NUMERIC AND
                   CYCLOCK-QTDE-ARQ LESS 6
               MOVE CYCLOCK-QTDE-ARQ TO WS-QTDE-ARQ-OUTRO
           END-IF

           SET LCKPRM-IDX TO 1
           PERFORM LCKPRM-QTDE-ARQ TIMES
               SET CYCLOCK-IDX TO 1
               PERFORM WS-QTDE-ARQ-OUTRO TIMES
                   IF LCKPRM-RETORNO EQUAL "0" AND
                           CYCLOCK-ARQ-NOME(CYCLOCK-IDX) NOT EQUAL
                               SPACES AND
                           CYCLOCK-ARQ-NOME(CYCLOCK-IDX) EQUAL
                               LCKPRM-ARQ-NOME(LCKPRM-IDX) AND
                           (CYCLOCK-ARQ-MODO(CYCLOCK-IDX) EQUAL "X" OR
                            LCKPRM-ARQ-MODO(LCKPRM-IDX) EQUAL "X")
                       PERFORM 0003-40-ANOTAR-CONFLITO
                   END-IF
                   SET CYCLOCK-IDX UP BY 1
               END-PERFORM
               SET LCKPRM-IDX UP BY 1
           END-PERFORM
           .
       0003-35-END.
      *-----------------------------------------------------------------
      * 0003-40-ANOTAR-CONFLITO
      *-----------------------------------------------------------------
       0003-40-ANOTAR-CONFLITO.
           MOVE "4" TO LCKPRM-RETORNO
           MOVE CYCLOCK-JOB TO LCKPRM-CNF-JOB
           MOVE CYCLOCK-PROGRAMA TO LCKPRM-CNF-PROGRAMA
           MOVE CYCLOCK-INICIO TO LCKPRM-CNF-INICIO
           MOVE CYCLOCK-ARQ-NOME(CYCLOCK-IDX) TO LCKPRM-CNF-ARQUIVO

           IF CYCLOCK-INICIO LESS WS-CORTE
               MOVE "S" TO LCKPRM-CNF-ABANDONADA
               MOVE "RESERVA ANTIGA - ABEND? LIBERAR PELO PRG25JOB" TO
                   LCKPRM-MOTIVO
           ELSE
               MOVE "N" TO LCKPRM-CNF-ABANDONADA
               MOVE "ARQUIVO RESERVADO POR OUTRO JOB" TO LCKPRM-MOTIVO
           END-IF
           .
       0003-40-END.
      *-----------------------------------------------------------------
      * 0003-50-GRAVAR-RESERVA
      *-----------------------------------------------------------------
       0003-50-GRAVAR-RESERVA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE SPACES TO CYCLOCK-RECORD
           MOVE WS-JOB TO CYCLOCK-JOB
           MOVE LCKPRM-PROGRAMA TO CYCLOCK-PROGRAMA
           MOVE WS-DATA-SISTEMA TO CYCLOCK-DATA
           MOVE WS-HORA-SISTEMA(1:6) TO CYCLOCK-HORA
           MOVE LCKPRM-QTDE-ARQ TO CYCLOCK-QTDE-ARQ
           SET LCKPRM-IDX TO 1
           SET CYCLOCK-IDX TO 1
           PERFORM LCKPRM-QTDE-ARQ TIMES
               MOVE LCKPRM-ARQ(LCKPRM-IDX) TO CYCLOCK-ARQ(CYCLOCK-IDX)
               SET LCKPRM-IDX UP BY 1
               SET CYCLOCK-IDX UP BY 1
           END-PERFORM

           IF WS-PROPRIA-ACHADA
               REWRITE CYCLOCK-RECORD
               MOVE "RETOMADA" TO WS-LOG-EVENTO
               MOVE SPACES TO WS-LOG-MOTIVO
               STRING "RESERVA DE " DELIMITED BY SIZE
                      WS-PROPRIA-PROGRAMA DELIMITED BY SIZE
                      " EM " DELIMITED BY SIZE
                      WS-PROPRIA-INICIO DELIMITED BY SIZE
                      " (ABEND)" DELIMITED BY SIZE
                      INTO WS-LOG-MOTIVO
               DISPLAY "LCKSRV - RESERVA ANTERIOR DO JOB " WS-JOB
                   " ASSUMIDA: " WS-LOG-MOTIVO
           ELSE
               WRITE CYCLOCK-RECORD
               MOVE "RESERVA" TO WS-LOG-EVENTO
               MOVE SPACES TO WS-LOG-MOTIVO
           END-IF

           IF WS-FS-CYCLOCK EQUAL "00"
               MOVE 1 TO WS-QTDE-RESERVAS
               MOVE LCKPRM-PROGRAMA TO WS-RESERVA-PROGRAMA
               MOVE CYCLOCK-INICIO TO WS-RESERVA-INICIO
               MOVE CYCLOCK-INICIO TO WS-LOG-INICIO
               MOVE LCKPRM-PROGRAMA TO WS-LOG-PROGRAMA
               PERFORM 0005-GRAVAR-LOG
           ELSE
               MOVE "8" TO LCKPRM-RETORNO
               STRING "ERRO AO GRAVAR O CYCLOCK. FS: " DELIMITED BY SIZE
                      WS-FS-CYCLOCK DELIMITED BY SIZE
                      INTO LCKPRM-MOTIVO
               DISPLAY "LCKSRV - " LCKPRM-MOTIVO
           END-IF
           .
       0003-50-END.
      *-----------------------------------------------------------------
      * 0003-60-REGISTRAR-CONFLITO
      *-----------------------------------------------------------------
       0003-60-REGISTRAR-CONFLITO.
           DISPLAY "LCKSRV - RESERVA NEGADA AO JOB " WS-JOB
               " - ARQUIVO " LCKPRM-CNF-ARQUIVO
               " RESERVADO PELO JOB " LCKPRM-CNF-JOB
               " (" LCKPRM-CNF-PROGRAMA ") DESDE " LCKPRM-CNF-INICIO
           DISPLAY "LCKSRV - " LCKPRM-MOTIVO

           MOVE "CONFLITO" TO WS-LOG-EVENTO
           MOVE LCKPRM-PROGRAMA TO WS-LOG-PROGRAMA
           MOVE LCKPRM-CNF-INICIO TO WS-LOG-INICIO
           MOVE LCKPRM-MOTIVO TO WS-LOG-MOTIVO
           PERFORM 0005-GRAVAR-LOG
           .
       0003-60-END.
      *-----------------------------------------------------------------
      * 0004-LIBERAR
      * SO A ULTIMA LIBERACAO (A DO DONO DA RESERVA) REMOVE O
      * REGISTRO - E SO SE AINDA FOR A RESERVA FEITA POR ESTE STEP.
      * SEM RESERVA FEITA (RESERVA NEGADA) NAO HA O QUE LIBERAR.
      *-----------------------------------------------------------------
       0004-LIBERAR.
           IF WS-QTDE-RESERVAS GREATER 1
               SUBTRACT 1 FROM WS-QTDE-RESERVAS
           ELSE
               IF WS-QTDE-RESERVAS EQUAL 1
                   MOVE ZEROS TO WS-QTDE-RESERVAS
                   PERFORM 0003-10-ABRIR-CYCLOCK
                   IF WS-CYCLOCK-ABERTO
                       PERFORM 0004-10-REMOVER-RESERVA
                       CLOSE CYCLOCK-FILE
                       MOVE "N" TO WS-SW-CYCLOCK-ABERTO
                   END-IF
               END-IF
           END-IF
           .
       0004-END.
      *-----------------------------------------------------------------
      * 0004-10-REMOVER-RESERVA
      *-----------------------------------------------------------------
       0004-10-REMOVER-RESERVA.
           MOVE "LIBERA" TO WS-LOG-EVENTO
           MOVE WS-RESERVA-INICIO TO WS-LOG-INICIO
           MOVE SPACES TO WS-LOG-MOTIVO

           MOVE WS-JOB TO CYCLOCK-JOB
           READ CYCLOCK-FILE
               INVALID KEY
                   MOVE "RESERVA JA REMOVIDA (LIBERACAO FORCADA)"
                       TO WS-LOG-MOTIVO
               NOT INVALID KEY
                   IF CYCLOCK-INICIO EQUAL WS-RESERVA-INICIO
                       DELETE CYCLOCK-FILE
                   ELSE
                       MOVE "RESERVA DE OUTRA EXECUCAO, MANTIDA"
                           TO WS-LOG-MOTIVO
                   END-IF
           END-READ

           IF WS-LOG-MOTIVO NOT EQUAL SPACES
               DISPLAY "LCKSRV - " WS-LOG-MOTIVO
           END-IF
           MOVE WS-RESERVA-PROGRAMA TO WS-LOG-PROGRAMA
           PERFORM 0005-GRAVAR-LOG
           .
       0004-10-END.
      *-----------------------------------------------------------------
      * 0005-GRAVAR-LOG
      * ACRESCENTA O EVENTO AO LCKLOG, ABERTO E FECHADO A CADA
      * GRAVACAO COMO O PEREXC NO PERSRV.
      *-----------------------------------------------------------------
       0005-GRAVAR-LOG.
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
               MOVE WS-JOB              TO LCKLOG-JOB
               MOVE WS-LOG-PROGRAMA     TO LCKLOG-PROGRAMA
               MOVE WS-LOG-INICIO       TO LCKLOG-INICIO
               MOVE LCKPRM-CNF-JOB      TO LCKLOG-OUTRO-JOB
               MOVE LCKPRM-CNF-PROGRAMA TO LCKLOG-OUTRO-PROGRAMA
               MOVE LCKPRM-CNF-ARQUIVO  TO LCKLOG-ARQUIVO
               MOVE WS-LOG-MOTIVO       TO LCKLOG-MOTIVO
               WRITE LCKLOG-RECORD
               CLOSE LCKLOG-FILE
           ELSE
               DISPLAY "LCKSRV - ERRO AO ABRIR LCKLOG. FS: "
                       WS-FS-LCKLOG
           END-IF
           .
       0005-END.
