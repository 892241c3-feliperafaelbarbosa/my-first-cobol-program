      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: DUPLO CONTROLE DAS MANUTENCOES DO CADASTRO DE
      *           SAUDACOES (GREETTB) E DO CALENDARIO (CALHOLD). A CADA
      *           EXECUCAO, NESTA ORDEM:
      *           1) REGISTRA NO PENDMNT AS DECISOES DO ARQUIVO APRMNT
      *              (APROVAR/REJEITAR), RECUSANDO A DECISAO TOMADA
      *              PELO PROPRIO USUARIO QUE SUBMETEU A TRANSACAO;
      *           2) EXPIRA AS PENDENCIAS SEM DECISAO HA MAIS DIAS QUE
      *              O PRAZO DO CARTAO PNDPARM;
      *           3) ACOLHE AS TRANSACOES NOVAS DO GREETMNT E DO
      *              CALMNT COMO PENDENTES, COM O USUARIO SUBMISSOR.
      *           AS DECISOES SAO REGISTRADAS ANTES DAS SUBMISSOES: UMA
      *           TRANSACAO NUNCA E SUBMETIDA E APROVADA NA MESMA
      *           EXECUCAO. SO AS APROVADAS SAO APLICADAS, DEPOIS, PELO
      *           PROG003 (GREETTB) E PELO PROG004 (CALHOLD).
      *           QUALQUER TRANSACAO OU DECISAO RECUSADA TERMINA COM
      *           RC=0004.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG019.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDMNT-FILE ASSIGN TO "PENDMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENDMNT-ID
               FILE STATUS IS WS-FS-PENDMNT.

           SELECT APRMNT-FILE ASSIGN TO "APRMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APRMNT.

           SELECT GREETMNT-FILE ASSIGN TO "GREETMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GREETMNT.

           SELECT CALMNT-FILE ASSIGN TO "CALMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALMNT.

           SELECT PNDPARM-FILE ASSIGN TO "PNDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PNDPARM.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PENDMNT-FILE
           RECORDING MODE IS F.
       COPY "PENDMNT.cpy".

       FD  APRMNT-FILE
           RECORDING MODE IS F.
       COPY "APRMNT.cpy".

       FD  GREETMNT-FILE
           RECORDING MODE IS F.
       COPY "GREETMNT.cpy".

       FD  CALMNT-FILE
           RECORDING MODE IS F.
       COPY "CALMNT.cpy".

       FD  PNDPARM-FILE
           RECORDING MODE IS F.
       COPY "PNDPARM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-PENDMNT           PIC X(02) VALUE SPACES.
       01 WS-FS-APRMNT            PIC X(02) VALUE SPACES.
       01 WS-FS-GREETMNT          PIC X(02) VALUE SPACES.
       01 WS-FS-CALMNT            PIC X(02) VALUE SPACES.
       01 WS-FS-PNDPARM           PIC X(02) VALUE SPACES.

       01 WS-DATA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-HORA-SISTEMA         PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * PRAZO DE DECISAO (CARTAO PNDPARM) E DATA DE CORTE: PENDENCIA
      * SUBMETIDA ATE A DATA DE CORTE (HOJE MENOS O PRAZO) EXPIRA
      *-----------------------------------------------------------------
       01 WS-DIAS-PARM            PIC X(03) VALUE SPACES.
       01 WS-DIAS-EXPIRA          PIC 9(03) VALUE ZEROS.
       01 WS-DATA-CORTE           PIC X(08) VALUE SPACES.
       COPY "DATEPRM.cpy".
       01 WS-DATA-CALC            PIC X(08) VALUE SPACES.
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05 WS-CALC-ANO         PIC 9(04).
           05 WS-CALC-MES         PIC 9(02).
           05 WS-CALC-DIA         PIC 9(02).

      *-----------------------------------------------------------------
      * PENDENCIAS AINDA EM ABERTO (PENDENTES E APROVADAS), PARA
      * RECUSAR A MESMA TRANSACAO SUBMETIDA DE NOVO - A RESSUBMISSAO
      * DO MESMO ARQUIVO GREETMNT/CALMNT NAO DUPLICA PENDENCIAS
      *-----------------------------------------------------------------
       01 WS-ULTIMO-ID            PIC 9(08) VALUE ZEROS.
       01 WS-ABT-LIMITE           PIC 9(04) VALUE 2000.
       01 WS-ABT-QTDE             PIC 9(04) VALUE ZEROS.
       01 WS-ABT-NUM              PIC 9(04) VALUE ZEROS.
       01 WS-ABT-TABELA.
           05 WS-ABT-ITEM OCCURS 2000 TIMES.
               10 WS-ABT-ID       PIC 9(08).
               10 WS-ABT-ARQUIVO  PIC X(08).
               10 WS-ABT-TRANSACAO PIC X(46).
       01 WS-SW-ABT-EXCEDIDA      PIC X(01) VALUE "N".
           88 WS-ABT-EXCEDIDA             VALUE "S".
       01 WS-SW-DUPLICADA         PIC X(01) VALUE "N".
           88 WS-DUPLICADA                VALUE "S".

      *-----------------------------------------------------------------
      * TRANSACAO SUBMETIDA EM ACOLHIMENTO
      *-----------------------------------------------------------------
       01 WS-SUB-ARQUIVO          PIC X(08) VALUE SPACES.
       01 WS-SUB-USUARIO          PIC X(08) VALUE SPACES.
       01 WS-SUB-ACAO             PIC X(01) VALUE SPACES.
       01 WS-SUB-TRANSACAO        PIC X(46) VALUE SPACES.
       01 WS-MOTIVO-RECUSA        PIC X(35) VALUE SPACES.

      *-----------------------------------------------------------------
      * CONTAGENS DA EXECUCAO
      *-----------------------------------------------------------------
       01 WS-QTDE-DECISOES        PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-APROVADAS       PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-REJEITADAS      PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-DEC-RECUSADAS   PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-EXPIRADAS       PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-SUBMETIDAS      PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-ACOLHIDAS       PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-SUB-RECUSADAS   PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0002-INICIALIZAR
           PERFORM 0003-REGISTRAR-DECISOES
           PERFORM 0004-EXPIRAR-PENDENCIAS
           PERFORM 0005-ACOLHER-SUBMISSOES
           PERFORM 0006-ENCERRAR
           PERFORM 9999-FINALIZAR
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      * LE O PRAZO, CALCULA A DATA DE CORTE E ABRE O PENDMNT (CRIANDO-O
      * VAZIO NA PRIMEIRA EXECUCAO). A PRIMEIRA LEITURA OBTEM O ULTIMO
      * NUMERO DE PENDENCIA E AS PENDENCIAS EM ABERTO.
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE "007" TO WS-DIAS-PARM
           OPEN INPUT PNDPARM-FILE
           IF WS-FS-PNDPARM EQUAL "00"
               READ PNDPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PNDPARM-DIAS-EXPIRA NOT EQUAL SPACES
                           MOVE PNDPARM-DIAS-EXPIRA TO WS-DIAS-PARM
                       END-IF
               END-READ
               CLOSE PNDPARM-FILE
           END-IF

           IF WS-DIAS-PARM NOT NUMERIC OR
                   WS-DIAS-PARM EQUAL "000" OR
                   WS-DIAS-PARM GREATER "366"
               DISPLAY "PRAZO INVALIDO NO CARTAO PNDPARM (001 A 366): "
                   WS-DIAS-PARM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINALIZAR
           END-IF
           MOVE WS-DIAS-PARM TO WS-DIAS-EXPIRA

           MOVE WS-DATA-SISTEMA TO WS-DATA-CALC
           PERFORM 0002-20-RECUAR-DIA WS-DIAS-EXPIRA TIMES
           MOVE WS-DATA-CALC TO WS-DATA-CORTE
           DISPLAY "PRAZO DE DECISAO: " WS-DIAS-EXPIRA " DIAS - "
               "EXPIRAM AS SUBMETIDAS ATE " WS-DATA-CORTE

           OPEN I-O PENDMNT-FILE
           IF WS-FS-PENDMNT EQUAL "35"
               OPEN OUTPUT PENDMNT-FILE
               CLOSE PENDMNT-FILE
               OPEN I-O PENDMNT-FILE
           END-IF

           IF WS-FS-PENDMNT NOT EQUAL "00"
               DISPLAY "ERRO NA ABERTURA DO PENDMNT - FS "
                   WS-FS-PENDMNT
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINALIZAR
           END-IF

           PERFORM UNTIL WS-FS-PENDMNT NOT EQUAL "00"
               READ PENDMNT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PENDMNT
                   NOT AT END
                       MOVE PENDMNT-ID TO WS-ULTIMO-ID
                       IF PENDMNT-SITUACAO EQUAL "P" OR
                               PENDMNT-SITUACAO EQUAL "A"
                           PERFORM 0002-10-GUARDAR-EM-ABERTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-PENDMNT

           DISPLAY "PENDENCIAS EM ABERTO: " WS-ABT-QTDE
               " - ULTIMO NUMERO: " WS-ULTIMO-ID
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0002-10-GUARDAR-EM-ABERTO
      *-----------------------------------------------------------------
       0002-10-GUARDAR-EM-ABERTO.
           IF WS-ABT-QTDE LESS WS-ABT-LIMITE
               ADD 1 TO WS-ABT-QTDE
               MOVE PENDMNT-ID TO WS-ABT-ID(WS-ABT-QTDE)
               MOVE PENDMNT-ARQUIVO TO WS-ABT-ARQUIVO(WS-ABT-QTDE)
               MOVE PENDMNT-TRANSACAO TO WS-ABT-TRANSACAO(WS-ABT-QTDE)
           ELSE
               IF NOT WS-ABT-EXCEDIDA
                   DISPLAY "LIMITE DE " WS-ABT-LIMITE " PENDENCIAS EM "
                       "ABERTO EXCEDIDO - RESSUBMISSOES NAO CONFERIDAS"
                   SET WS-ABT-EXCEDIDA TO TRUE
               END-IF
           END-IF
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
      * 0003-REGISTRAR-DECISOES
      * CADA DECISAO DO APRMNT VALE SO PARA PENDENCIA AINDA PENDENTE E
      * SO QUANDO O APROVADOR E OUTRO USUARIO QUE NAO O SUBMISSOR.
      *-----------------------------------------------------------------
       0003-REGISTRAR-DECISOES.
           OPEN INPUT APRMNT-FILE
           IF WS-FS-APRMNT NOT EQUAL "00"
               DISPLAY "SEM ARQUIVO DE DECISOES APRMNT"
           ELSE
               PERFORM UNTIL WS-FS-APRMNT NOT EQUAL "00"
                   READ APRMNT-FILE
                       AT END
                           MOVE "10" TO WS-FS-APRMNT
                       NOT AT END
                           ADD 1 TO WS-QTDE-DECISOES
                           PERFORM 0003-10-APLICAR-DECISAO
                   END-READ
               END-PERFORM
               CLOSE APRMNT-FILE
           END-IF
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-10-APLICAR-DECISAO
      *-----------------------------------------------------------------
       0003-10-APLICAR-DECISAO.
           MOVE SPACES TO WS-MOTIVO-RECUSA

           EVALUATE TRUE
               WHEN APRMNT-ID NOT NUMERIC
                   MOVE "NUMERO DE PENDENCIA INVALIDO" TO
                       WS-MOTIVO-RECUSA
               WHEN APRMNT-DECISAO NOT EQUAL "A" AND
                       APRMNT-DECISAO NOT EQUAL "R"
                   MOVE "DECISAO INVALIDA (A/R)" TO WS-MOTIVO-RECUSA
               WHEN APRMNT-USUARIO EQUAL SPACES
                   MOVE "USUARIO APROVADOR NAO INFORMADO" TO
                       WS-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE APRMNT-ID TO PENDMNT-ID
                   READ PENDMNT-FILE
                       INVALID KEY
                           MOVE "PENDENCIA NAO ENCONTRADA" TO
                               WS-MOTIVO-RECUSA
                   END-READ
           END-EVALUATE

           IF WS-MOTIVO-RECUSA EQUAL SPACES
               IF PENDMNT-SITUACAO NOT EQUAL "P"
                   STRING "PENDENCIA NAO ESTA PENDENTE (" DELIMITED BY
                          SIZE
                          PENDMNT-SITUACAO DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO WS-MOTIVO-RECUSA
               ELSE
                   IF APRMNT-USUARIO EQUAL PENDMNT-USUARIO-SUBM
                       MOVE "APROVADOR IGUAL AO SUBMISSOR" TO
                           WS-MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF

           IF WS-MOTIVO-RECUSA NOT EQUAL SPACES
               ADD 1 TO WS-QTDE-DEC-RECUSADAS
               DISPLAY "DECISAO RECUSADA - PENDENCIA " APRMNT-ID
                   " USUARIO " APRMNT-USUARIO " - " WS-MOTIVO-RECUSA
           ELSE
               MOVE APRMNT-DECISAO TO PENDMNT-SITUACAO
               MOVE APRMNT-USUARIO TO PENDMNT-USUARIO-APROV
               MOVE WS-DATA-SISTEMA TO PENDMNT-DATA-DECISAO
               MOVE WS-HORA-SISTEMA(1:6) TO PENDMNT-HORA-DECISAO
               MOVE APRMNT-MOTIVO TO PENDMNT-MOTIVO
               REWRITE PENDMNT-RECORD
                   INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO DO PENDMNT - FS "
                           WS-FS-PENDMNT " PENDENCIA " PENDMNT-ID
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       IF APRMNT-DECISAO EQUAL "A"
                           ADD 1 TO WS-QTDE-APROVADAS
                           DISPLAY "PENDENCIA " PENDMNT-ID " APROVADA "
                               "POR " APRMNT-USUARIO
                       ELSE
                           ADD 1 TO WS-QTDE-REJEITADAS
                           DISPLAY "PENDENCIA " PENDMNT-ID " REJEITADA"
                               " POR " APRMNT-USUARIO
                           PERFORM 0003-20-RETIRAR-EM-ABERTO
                       END-IF
               END-REWRITE
           END-IF
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-20-RETIRAR-EM-ABERTO
      * A PENDENCIA ENCERRADA (REJEITADA OU EXPIRADA) DEIXA DE
      * IMPEDIR A RESSUBMISSAO DA MESMA TRANSACAO.
      *-----------------------------------------------------------------
       0003-20-RETIRAR-EM-ABERTO.
           MOVE 1 TO WS-ABT-NUM
           PERFORM WS-ABT-QTDE TIMES
               IF WS-ABT-ID(WS-ABT-NUM) EQUAL PENDMNT-ID
                   MOVE SPACES TO WS-ABT-ARQUIVO(WS-ABT-NUM)
                   MOVE SPACES TO WS-ABT-TRANSACAO(WS-ABT-NUM)
               END-IF
               ADD 1 TO WS-ABT-NUM
           END-PERFORM
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0004-EXPIRAR-PENDENCIAS
      * PENDENCIA SEM DECISAO SUBMETIDA ATE A DATA DE CORTE EXPIRA E
      * NAO PODE MAIS SER APROVADA - A TRANSACAO PRECISA SER SUBMETIDA
      * DE NOVO.
      *-----------------------------------------------------------------
       0004-EXPIRAR-PENDENCIAS.
           MOVE ZEROS TO PENDMNT-ID
           START PENDMNT-FILE KEY IS NOT LESS THAN PENDMNT-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-PENDMNT
           END-START

           PERFORM UNTIL WS-FS-PENDMNT NOT EQUAL "00"
               READ PENDMNT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PENDMNT
                   NOT AT END
                       IF PENDMNT-SITUACAO EQUAL "P" AND
                               PENDMNT-DATA-SUBM NOT GREATER
                               WS-DATA-CORTE
                           PERFORM 0004-10-EXPIRAR
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-PENDMNT
           .
       0004-END.
      *-----------------------------------------------------------------
      * 0004-10-EXPIRAR
      *-----------------------------------------------------------------
       0004-10-EXPIRAR.
           MOVE "X" TO PENDMNT-SITUACAO
           MOVE WS-DATA-SISTEMA TO PENDMNT-DATA-DECISAO
           MOVE WS-HORA-SISTEMA(1:6) TO PENDMNT-HORA-DECISAO
           MOVE SPACES TO PENDMNT-MOTIVO
           STRING "EXPIRADA SEM DECISAO EM " DELIMITED BY SIZE
                  WS-DIAS-EXPIRA DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO PENDMNT-MOTIVO
           REWRITE PENDMNT-RECORD
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DO PENDMNT - FS "
                       WS-FS-PENDMNT " PENDENCIA " PENDMNT-ID
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-QTDE-EXPIRADAS
                   DISPLAY "PENDENCIA " PENDMNT-ID " EXPIRADA - "
                       "SUBMETIDA EM " PENDMNT-DATA-SUBM " POR "
                       PENDMNT-USUARIO-SUBM
                   PERFORM 0003-20-RETIRAR-EM-ABERTO
           END-REWRITE
           .
       0004-10-END.
      *-----------------------------------------------------------------
      * 0005-ACOLHER-SUBMISSOES
      * TRANSACOES NOVAS DO GREETMNT E DO CALMNT, NO LAYOUT DE SEMPRE
      * MAIS O USUARIO QUE AS SUBMETE.
      *-----------------------------------------------------------------
       0005-ACOLHER-SUBMISSOES.
           OPEN INPUT GREETMNT-FILE
           IF WS-FS-GREETMNT EQUAL "00"
               PERFORM UNTIL WS-FS-GREETMNT NOT EQUAL "00"
                   READ GREETMNT-FILE
                       AT END
                           MOVE "10" TO WS-FS-GREETMNT
                       NOT AT END
                           MOVE "GREETTB" TO WS-SUB-ARQUIVO
                           MOVE GREETMNT-USUARIO TO WS-SUB-USUARIO
                           MOVE GREETMNT-ACAO TO WS-SUB-ACAO
                           MOVE GREETMNT-RECORD(1:46) TO
                               WS-SUB-TRANSACAO
                           PERFORM 0005-10-ENFILEIRAR
                   END-READ
               END-PERFORM
               CLOSE GREETMNT-FILE
           END-IF

           OPEN INPUT CALMNT-FILE
           IF WS-FS-CALMNT EQUAL "00"
               PERFORM UNTIL WS-FS-CALMNT NOT EQUAL "00"
                   READ CALMNT-FILE
                       AT END
                           MOVE "10" TO WS-FS-CALMNT
                       NOT AT END
                           MOVE "CALHOLD" TO WS-SUB-ARQUIVO
                           MOVE CALMNT-USUARIO TO WS-SUB-USUARIO
                           MOVE CALMNT-ACAO TO WS-SUB-ACAO
                           MOVE SPACES TO WS-SUB-TRANSACAO
                           MOVE CALMNT-RECORD(1:39) TO
                               WS-SUB-TRANSACAO
                           PERFORM 0005-10-ENFILEIRAR
                   END-READ
               END-PERFORM
               CLOSE CALMNT-FILE
           END-IF
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0005-10-ENFILEIRAR
      * USUARIO OBRIGATORIO E ACAO A/D; A VALIDACAO DO CONTEUDO (DATAS,
      * TIPO DE DIA) CONTINUA NA APLICACAO PELO PROG003/PROG004. A
      * MESMA TRANSACAO AINDA EM ABERTO NAO E ACOLHIDA DE NOVO.
      *-----------------------------------------------------------------
       0005-10-ENFILEIRAR.
           ADD 1 TO WS-QTDE-SUBMETIDAS
           MOVE SPACES TO WS-MOTIVO-RECUSA

           EVALUATE TRUE
               WHEN WS-SUB-USUARIO EQUAL SPACES
                   MOVE "USUARIO SUBMISSOR NAO INFORMADO" TO
                       WS-MOTIVO-RECUSA
               WHEN WS-SUB-ACAO NOT EQUAL "A" AND
                       WS-SUB-ACAO NOT EQUAL "D"
                   MOVE "ACAO INVALIDA" TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   PERFORM 0005-20-PROCURAR-EM-ABERTO
                   IF WS-DUPLICADA
                       STRING "JA EM ABERTO NA PENDENCIA " DELIMITED BY
                              SIZE
                              WS-ABT-ID(WS-ABT-NUM) DELIMITED BY SIZE
                              INTO WS-MOTIVO-RECUSA
                   END-IF
           END-EVALUATE

           IF WS-MOTIVO-RECUSA NOT EQUAL SPACES
               ADD 1 TO WS-QTDE-SUB-RECUSADAS
               DISPLAY "TRANSACAO NAO ACOLHIDA - " WS-SUB-ARQUIVO " "
                   WS-SUB-TRANSACAO(1:20) " - " WS-MOTIVO-RECUSA
           ELSE
               ADD 1 TO WS-ULTIMO-ID
               MOVE SPACES TO PENDMNT-RECORD
               MOVE WS-ULTIMO-ID TO PENDMNT-ID
               MOVE WS-SUB-ARQUIVO TO PENDMNT-ARQUIVO
               MOVE "P" TO PENDMNT-SITUACAO
               MOVE WS-SUB-USUARIO TO PENDMNT-USUARIO-SUBM
               MOVE WS-DATA-SISTEMA TO PENDMNT-DATA-SUBM
               MOVE WS-HORA-SISTEMA(1:6) TO PENDMNT-HORA-SUBM
               MOVE WS-SUB-TRANSACAO TO PENDMNT-TRANSACAO
               WRITE PENDMNT-RECORD
                   INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO DO PENDMNT - FS "
                           WS-FS-PENDMNT " PENDENCIA " PENDMNT-ID
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTDE-ACOLHIDAS
                       DISPLAY "PENDENCIA " PENDMNT-ID " - "
                           PENDMNT-ARQUIVO " SUBMETIDA POR "
                           PENDMNT-USUARIO-SUBM
                       PERFORM 0002-10-GUARDAR-EM-ABERTO
               END-WRITE
           END-IF
           .
       0005-10-END.
      *-----------------------------------------------------------------
      * 0005-20-PROCURAR-EM-ABERTO
      *-----------------------------------------------------------------
       0005-20-PROCURAR-EM-ABERTO.
           SET WS-SW-DUPLICADA TO "N"
           MOVE ZEROS TO WS-ABT-NUM
           PERFORM UNTIL WS-DUPLICADA OR WS-ABT-NUM NOT LESS
                   WS-ABT-QTDE
               ADD 1 TO WS-ABT-NUM
               IF WS-ABT-ARQUIVO(WS-ABT-NUM) EQUAL WS-SUB-ARQUIVO AND
                       WS-ABT-TRANSACAO(WS-ABT-NUM) EQUAL
                       WS-SUB-TRANSACAO
                   SET WS-DUPLICADA TO TRUE
               END-IF
           END-PERFORM
           .
       0005-20-END.
      *-----------------------------------------------------------------
      * 0006-ENCERRAR
      *-----------------------------------------------------------------
       0006-ENCERRAR.
           CLOSE PENDMNT-FILE

           DISPLAY "DECISOES LIDAS.......: " WS-QTDE-DECISOES
           DISPLAY "  APROVADAS..........: " WS-QTDE-APROVADAS
           DISPLAY "  REJEITADAS.........: " WS-QTDE-REJEITADAS
           DISPLAY "  RECUSADAS..........: " WS-QTDE-DEC-RECUSADAS
           DISPLAY "PENDENCIAS EXPIRADAS.: " WS-QTDE-EXPIRADAS
           DISPLAY "TRANSACOES SUBMETIDAS: " WS-QTDE-SUBMETIDAS
           DISPLAY "  ACOLHIDAS..........: " WS-QTDE-ACOLHIDAS
           DISPLAY "  RECUSADAS..........: " WS-QTDE-SUB-RECUSADAS

           IF RETURN-CODE EQUAL ZEROS AND
                   (WS-QTDE-DEC-RECUSADAS GREATER ZEROS OR
                    WS-QTDE-SUB-RECUSADAS GREATER ZEROS)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       0006-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
