      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: SERVICO DE PERIODOS CONTABEIS CHAMADO (CALL
      *           "PERSRV") PELOS PROGRAMAS QUE GRAVAM REGISTROS
      *           DATADOS (PROG001A, PROG011, PROG003, PROG004). DIZ
      *           SE O MES DE UMA DATA ESTA FECHADO NO CONTROLE DE
      *           PERIODOS (PERCTL, MANTIDO PELO PROG021) E, NA FUNCAO
      *           "V", GRAVA A RECUSA NO ARQUIVO DE EXCECOES (PEREXC).
      *           MES SEM REGISTRO NO PERCTL, OU STEP SEM O PERCTL,
      *           E CONSIDERADO ABERTO. A AREA DE PARAMETROS ESTA EM
      *           PERPRM.cpy.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    PERCTL QUE NAO ABRE (FS DIFERENTE DE 35) OU
      *                   NAO PODE SER LIDO (FS DIFERENTE DE 00 E 23)
      *                   DEVOLVE RETORNO "8" COM O FS NO MOTIVO, EM
      *                   VEZ DE DAR O MES COMO ABERTO.
      * 15/10/2026 FRB    FUNCAO "P" DEVOLVE O PRIMEIRO MES CADASTRADO
      *                   NO PERCTL, INICIO DA CONFERENCIA DE VIGENCIA
      *                   SEM DATA INICIAL NO PROG003.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSRV.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERCTL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERCTL-ANOMES
               FILE STATUS IS WS-FS-PERCTL.

           SELECT PEREXC-FILE ASSIGN TO "PEREXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEREXC.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PERCTL-FILE
           RECORDING MODE IS F.
       COPY "PERCTL.cpy".

       FD  PEREXC-FILE
           RECORDING MODE IS F.
       COPY "PEREXC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-PERCTL            PIC X(02) VALUE SPACES.
       01 WS-FS-PEREXC            PIC X(02) VALUE SPACES.

       01 WS-ANOMES               PIC X(06) VALUE SPACES.
       01 WS-DATA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-HORA-SISTEMA         PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       COPY "PERPRM.cpy".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PERPRM-AREA.

       0001-PROCESSAR.
           MOVE "0" TO PERPRM-RETORNO
           MOVE SPACES TO PERPRM-SITUACAO
           MOVE SPACES TO PERPRM-DATA-FECHA
           MOVE SPACES TO PERPRM-USUARIO-FECHA
           MOVE SPACES TO PERPRM-MOTIVO

           EVALUATE PERPRM-FUNCAO
               WHEN "C"
                   PERFORM 0002-CONSULTAR-PERIODO
               WHEN "V"
                   PERFORM 0002-CONSULTAR-PERIODO
                   IF PERPRM-RETORNO EQUAL "4"
                       PERFORM 0003-GRAVAR-EXCECAO
                   END-IF
               WHEN "P"
                   PERFORM 0004-PRIMEIRO-PERIODO
               WHEN OTHER
                   MOVE "8" TO PERPRM-RETORNO
                   MOVE "FUNCAO DESCONHECIDA" TO PERPRM-MOTIVO
           END-EVALUATE

           GOBACK
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-CONSULTAR-PERIODO
      * LE O MES (AAAAMM) DE PERPRM-DATA NO PERCTL. SO A SITUACAO "F"
      * BLOQUEIA: "A" (ABERTO), "R" (REABERTO) E MES SEM REGISTRO
      * ACEITAM A ACAO. SEM O PERCTL NO STEP (FS 35) NADA E BLOQUEADO,
      * PARA QUE OS JOBS RODEM ANTES DO PRIMEIRO FECHAMENTO. QUALQUER
      * OUTRO ERRO NO PERCTL DEVOLVE "8" - O CHAMADOR NAO GRAVA.
      *-----------------------------------------------------------------
       0002-CONSULTAR-PERIODO.
           MOVE PERPRM-DATA(1:6) TO WS-ANOMES

           IF WS-ANOMES NOT NUMERIC
               MOVE "8" TO PERPRM-RETORNO
               MOVE "DATA SEM AAAAMM NUMERICO" TO PERPRM-MOTIVO
           ELSE
               OPEN INPUT PERCTL-FILE
               IF WS-FS-PERCTL EQUAL "00"
                   MOVE WS-ANOMES TO PERCTL-ANOMES
                   READ PERCTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PERCTL-SITUACAO TO PERPRM-SITUACAO
                           MOVE PERCTL-DATA-FECHA TO
                               PERPRM-DATA-FECHA
                           MOVE PERCTL-USUARIO-FECHA TO
                               PERPRM-USUARIO-FECHA
                   END-READ
                   IF WS-FS-PERCTL NOT EQUAL "00" AND
                           WS-FS-PERCTL NOT EQUAL "23"
                       MOVE "8" TO PERPRM-RETORNO
                       STRING "ERRO NA LEITURA DO PERCTL. FS: "
                              WS-FS-PERCTL
                              DELIMITED BY SIZE
                              INTO PERPRM-MOTIVO
                       END-STRING
                   END-IF
                   CLOSE PERCTL-FILE
               ELSE
                   IF WS-FS-PERCTL NOT EQUAL "35"
                       MOVE "8" TO PERPRM-RETORNO
                       STRING "ERRO AO ABRIR PERCTL. FS: "
                              WS-FS-PERCTL
                              DELIMITED BY SIZE
                              INTO PERPRM-MOTIVO
                       END-STRING
                   END-IF
               END-IF

               IF PERPRM-SITUACAO EQUAL "F"
                   MOVE "4" TO PERPRM-RETORNO
                   STRING "MES " WS-ANOMES " FECHADO EM "
                          PERPRM-DATA-FECHA
                          DELIMITED BY SIZE
                          INTO PERPRM-MOTIVO
                   END-STRING
               END-IF
           END-IF
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0003-GRAVAR-EXCECAO
      * ACRESCENTA A RECUSA AO PEREXC. O ARQUIVO E ABERTO E FECHADO A
      * CADA CHAMADA, COMO O CALHOLD NO DATESRV, PARA QUE VARIOS
      * PROGRAMAS DO MESMO STEP (PROG011 E PROG001A) POSSAM GRAVAR.
      *-----------------------------------------------------------------
       0003-GRAVAR-EXCECAO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           OPEN EXTEND PEREXC-FILE
           IF WS-FS-PEREXC NOT EQUAL "00"
               OPEN OUTPUT PEREXC-FILE
           END-IF

           IF WS-FS-PEREXC EQUAL "00"
               MOVE SPACES TO PEREXC-RECORD
               MOVE WS-DATA-SISTEMA     TO PEREXC-DATA
               MOVE WS-HORA-SISTEMA(1:6) TO PEREXC-HORA
               MOVE PERPRM-PROGRAMA     TO PEREXC-PROGRAMA
               MOVE PERPRM-ARQUIVO      TO PEREXC-ARQUIVO
               MOVE PERPRM-ACAO         TO PEREXC-ACAO
               MOVE PERPRM-DATA         TO PEREXC-DATA-ACAO
               MOVE WS-ANOMES           TO PEREXC-ANOMES
               MOVE PERPRM-CHAVE        TO PEREXC-CHAVE
               MOVE PERPRM-MOTIVO       TO PEREXC-MOTIVO
               WRITE PEREXC-RECORD
               CLOSE PEREXC-FILE
           ELSE
               DISPLAY "PERSRV - ERRO AO ABRIR PEREXC. FS: "
                       WS-FS-PEREXC
           END-IF
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0004-PRIMEIRO-PERIODO
      * DEVOLVE EM PERPRM-DATA O PRIMEIRO MES (AAAAMM01) CADASTRADO NO
      * PERCTL. PERCTL VAZIO OU AUSENTE NO STEP (FS 35) DEVOLVE
      * PERPRM-DATA EM ESPACOS - NENHUM MES FOI FECHADO. QUALQUER
      * OUTRO ERRO NO PERCTL DEVOLVE "8".
      *-----------------------------------------------------------------
       0004-PRIMEIRO-PERIODO.
           MOVE SPACES TO PERPRM-DATA

           OPEN INPUT PERCTL-FILE
           IF WS-FS-PERCTL EQUAL "00"
               MOVE LOW-VALUES TO PERCTL-ANOMES
               START PERCTL-FILE KEY IS NOT LESS THAN PERCTL-ANOMES
                   INVALID KEY
                       MOVE "10" TO WS-FS-PERCTL
               END-START
               IF WS-FS-PERCTL EQUAL "00"
                   READ PERCTL-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-PERCTL
                       NOT AT END
                           MOVE PERCTL-ANOMES TO PERPRM-DATA(1:6)
                           MOVE "01" TO PERPRM-DATA(7:2)
                   END-READ
               END-IF
               IF WS-FS-PERCTL NOT EQUAL "00" AND
                       WS-FS-PERCTL NOT EQUAL "10"
                   MOVE "8" TO PERPRM-RETORNO
                   STRING "ERRO NA LEITURA DO PERCTL. FS: "
                          WS-FS-PERCTL
                          DELIMITED BY SIZE
                          INTO PERPRM-MOTIVO
                   END-STRING
               END-IF
               CLOSE PERCTL-FILE
           ELSE
               IF WS-FS-PERCTL NOT EQUAL "35"
                   MOVE "8" TO PERPRM-RETORNO
                   STRING "ERRO AO ABRIR PERCTL. FS: "
                          WS-FS-PERCTL
                          DELIMITED BY SIZE
                          INTO PERPRM-MOTIVO
                   END-STRING
               END-IF
           END-IF
           .
       0004-END.
