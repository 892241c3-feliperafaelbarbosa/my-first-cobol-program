      * 03/09/2026 FRB    VERSAO INICIAL, REUNINDO A LOGICA DE
      *                   0002-20/0002-25/0003-04 DO PROG001A E AS
      *                   COPIAS DOS DEMAIS PROGRAMAS.
      * 15/10/2026 FRB    PROXIMO DIA UTIL CONSULTA O CALHOLD PELA
      *                   CHAVE DATA + REGIAO (DATEPRM-REGIAO), COM
      *                   RECUO PARA A ENTRADA DE TODAS AS REGIOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATESRV.
           SELECT CALHOLD-FILE ASSIGN TO "CALHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALHOLD-CHAVE
               FILE STATUS IS WS-FS-CALHOLD.
      *------------------------------------------------------------------
       DATA DIVISION.
       01 WS-QTDE-AVANCOS         PIC 9(03) VALUE ZEROS.
       01 WS-SW-CALHOLD-ABERTO    PIC X(01) VALUE "N".
           88 WS-CALHOLD-ABERTO           VALUE "S".
       01 WS-SW-CAL-ACHADO        PIC X(01) VALUE "N".
           88 WS-CAL-ACHADO               VALUE "S".
       01 WS-DATA-TESTADA         PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       COPY "DATEPRM.cpy".
           ELSE
               SET WS-DIA-UTIL-ACHADO TO TRUE
               IF WS-CALHOLD-ABERTO
                   PERFORM 0004-30-LER-CALENDARIO
                   IF WS-CAL-ACHADO AND CALHOLD-TIPO EQUAL "N"
                       MOVE "N" TO WS-SW-DIA-UTIL
                       PERFORM 0004-10-AVANCAR-UM-DIA
                   END-IF
               END-IF
           END-IF
           .
       0004-20-END.
      *-----------------------------------------------------------------
      * 0004-30-LER-CALENDARIO
      * LE A DATA TESTADA NA REGIAO PEDIDA (DATEPRM-REGIAO); SEM
      * ENTRADA REGIONAL, LE A ENTRADA DE TODAS AS REGIOES (REGIAO EM
      * ESPACOS).
      *-----------------------------------------------------------------
       0004-30-LER-CALENDARIO.
           MOVE "N" TO WS-SW-CAL-ACHADO
           MOVE SPACES TO WS-DATA-TESTADA
           MOVE WS-ANO-NUM TO WS-DATA-TESTADA(1:4)
           MOVE WS-MES-NUM TO WS-DATA-TESTADA(5:2)
           MOVE WS-DIA-NUM TO WS-DATA-TESTADA(7:2)

           IF DATEPRM-REGIAO NOT EQUAL SPACES
               MOVE WS-DATA-TESTADA TO CALHOLD-DATA
               MOVE DATEPRM-REGIAO TO CALHOLD-REGIAO
               READ CALHOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CAL-ACHADO TO TRUE
               END-READ
           END-IF

           IF NOT WS-CAL-ACHADO
               MOVE WS-DATA-TESTADA TO CALHOLD-DATA
               MOVE SPACES TO CALHOLD-REGIAO
               READ CALHOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CAL-ACHADO TO TRUE
               END-READ
           END-IF
           .
       0004-30-END.
