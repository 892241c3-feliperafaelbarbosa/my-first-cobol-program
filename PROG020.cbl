      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: RELATORIO DAS TRANSACOES DE MANUTENCAO DO GREETTB E
      *           DO CALHOLD QUE AGUARDAM O SEGUNDO USUARIO (PENDMNT):
      *           AS PENDENTES DE DECISAO, COM O SUBMISSOR E A DATA EM
      *           QUE EXPIRAM PELO PRAZO DO CARTAO PNDPARM, E AS JA
      *           APROVADAS QUE AINDA NAO FORAM APLICADAS PELO
      *           PROG003/PROG004. TERMINA COM A CONTAGEM DO PENDMNT
      *           POR SITUACAO. O RELATORIO SAI NO DD PNDOUT.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG020.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDMNT-FILE ASSIGN TO "PENDMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PENDMNT-ID
               FILE STATUS IS WS-FS-PENDMNT.

           SELECT PNDPARM-FILE ASSIGN TO "PNDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PNDPARM.

           SELECT PNDOUT-FILE ASSIGN TO "PNDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PNDOUT.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PENDMNT-FILE
           RECORDING MODE IS F.
       COPY "PENDMNT.cpy".

       FD  PNDPARM-FILE
           RECORDING MODE IS F.
       COPY "PNDPARM.cpy".

       FD  PNDOUT-FILE
           RECORDING MODE IS F.
       01 PNDOUT-LINHA            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-PENDMNT           PIC X(02) VALUE SPACES.
       01 WS-FS-PNDPARM           PIC X(02) VALUE SPACES.
       01 WS-FS-PNDOUT            PIC X(02) VALUE SPACES.

       01 WS-DATA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-DIAS-PARM            PIC X(03) VALUE SPACES.
       01 WS-DIAS-EXPIRA          PIC 9(03) VALUE ZEROS.
       01 WS-DATA-EXPIRA          PIC X(08) VALUE SPACES.
       COPY "DATEPRM.cpy".
       01 WS-DATA-CALC            PIC X(08) VALUE SPACES.
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05 WS-CALC-ANO         PIC 9(04).
           05 WS-CALC-MES         PIC 9(02).
           05 WS-CALC-DIA         PIC 9(02).

       01 WS-SW-SECAO             PIC X(01) VALUE SPACES.
           88 WS-SECAO-PENDENTES          VALUE "P".
           88 WS-SECAO-APROVADAS          VALUE "A".
       01 WS-MARCA-VENCIDA        PIC X(09) VALUE SPACES.

      *-----------------------------------------------------------------
      * CONTAGEM POR SITUACAO
      *-----------------------------------------------------------------
       01 WS-QTDE-LIDOS           PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-PENDENTES       PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-VENCIDAS        PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-APROVADAS       PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-REJEITADAS      PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-EXPIRADAS       PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-APLICADAS       PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-RECUSADAS       PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0002-INICIALIZAR
           MOVE "P" TO WS-SW-SECAO
           PERFORM 0003-LISTAR-SECAO
           MOVE "A" TO WS-SW-SECAO
           PERFORM 0003-LISTAR-SECAO
           PERFORM 0004-IMPRIMIR-RESUMO
           PERFORM 9999-FINALIZAR
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      * O PRAZO E O MESMO CARTAO PNDPARM LIDO PELO PROG019.
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

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

           OPEN OUTPUT PNDOUT-FILE
           MOVE "RELATORIO DE MANUTENCOES AGUARDANDO APROVACAO" TO
               PNDOUT-LINHA
           WRITE PNDOUT-LINHA
           MOVE SPACES TO PNDOUT-LINHA
           STRING "DATA: " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  "  PRAZO DE DECISAO: " DELIMITED BY SIZE
                  WS-DIAS-EXPIRA DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO PNDOUT-LINHA
           WRITE PNDOUT-LINHA
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0003-LISTAR-SECAO
      * UMA PASSADA PELO PENDMNT PARA CADA SECAO DO RELATORIO; A
      * CONTAGEM POR SITUACAO E FEITA NA PRIMEIRA PASSADA.
      *-----------------------------------------------------------------
       0003-LISTAR-SECAO.
           MOVE SPACES TO PNDOUT-LINHA
           WRITE PNDOUT-LINHA
           IF WS-SECAO-PENDENTES
               MOVE "PENDENTES DE DECISAO:" TO PNDOUT-LINHA
           ELSE
               MOVE "APROVADAS AGUARDANDO APLICACAO:" TO PNDOUT-LINHA
           END-IF
           WRITE PNDOUT-LINHA
           IF WS-SECAO-PENDENTES
               MOVE "NUMERO   ARQUIVO  SUBMISSOR SUBMETIDA      EXPIRA E
      -            "M" TO PNDOUT-LINHA
           ELSE
               MOVE "NUMERO   ARQUIVO  SUBMISSOR APROVADOR APROVADA EM"
                   TO PNDOUT-LINHA
           END-IF
           WRITE PNDOUT-LINHA

           OPEN INPUT PENDMNT-FILE
           IF WS-FS-PENDMNT NOT EQUAL "00"
               DISPLAY "ARQUIVO PENDMNT AUSENTE - FS " WS-FS-PENDMNT
               MOVE "NENHUMA TRANSACAO SUBMETIDA (PENDMNT AUSENTE)" TO
                   PNDOUT-LINHA
               WRITE PNDOUT-LINHA
           ELSE
               PERFORM UNTIL WS-FS-PENDMNT NOT EQUAL "00"
                   READ PENDMNT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-PENDMNT
                       NOT AT END
                           IF WS-SECAO-PENDENTES
                               PERFORM 0003-10-CONTAR
                           END-IF
                           IF PENDMNT-SITUACAO EQUAL WS-SW-SECAO
                               PERFORM 0003-20-IMPRIMIR-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDMNT-FILE
           END-IF
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-10-CONTAR
      *-----------------------------------------------------------------
       0003-10-CONTAR.
           ADD 1 TO WS-QTDE-LIDOS
           EVALUATE PENDMNT-SITUACAO
               WHEN "P"
                   ADD 1 TO WS-QTDE-PENDENTES
               WHEN "A"
                   ADD 1 TO WS-QTDE-APROVADAS
               WHEN "R"
                   ADD 1 TO WS-QTDE-REJEITADAS
               WHEN "X"
                   ADD 1 TO WS-QTDE-EXPIRADAS
               WHEN "F"
                   ADD 1 TO WS-QTDE-APLICADAS
               WHEN "E"
                   ADD 1 TO WS-QTDE-RECUSADAS
           END-EVALUATE
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-20-IMPRIMIR-ITEM
      * A PENDENTE EXPIRA NA PRIMEIRA EXECUCAO DO PROG019 A PARTIR DA
      * DATA DE SUBMISSAO MAIS O PRAZO; SE ESSA DATA JA PASSOU, A
      * LINHA E MARCADA COMO VENCIDA. A SEGUNDA LINHA TRAZ A IMAGEM DA
      * TRANSACAO.
      *-----------------------------------------------------------------
       0003-20-IMPRIMIR-ITEM.
           MOVE SPACES TO PNDOUT-LINHA
           IF WS-SECAO-PENDENTES
               MOVE PENDMNT-DATA-SUBM TO WS-DATA-CALC
               PERFORM 0003-90-AVANCAR-DIA WS-DIAS-EXPIRA TIMES
               MOVE WS-DATA-CALC TO WS-DATA-EXPIRA
               MOVE SPACES TO WS-MARCA-VENCIDA
               IF WS-DATA-EXPIRA NOT GREATER WS-DATA-SISTEMA
                   MOVE " VENCIDA" TO WS-MARCA-VENCIDA
                   ADD 1 TO WS-QTDE-VENCIDAS
               END-IF
               STRING PENDMNT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PENDMNT-ARQUIVO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PENDMNT-USUARIO-SUBM DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PENDMNT-DATA-SUBM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PENDMNT-HORA-SUBM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DATA-EXPIRA DELIMITED BY SIZE
                      WS-MARCA-VENCIDA DELIMITED BY SIZE
                      INTO PNDOUT-LINHA
           ELSE
               STRING PENDMNT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PENDMNT-ARQUIVO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PENDMNT-USUARIO-SUBM DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PENDMNT-USUARIO-APROV DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PENDMNT-DATA-DECISAO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PENDMNT-HORA-DECISAO DELIMITED BY SIZE
                      INTO PNDOUT-LINHA
           END-IF
           WRITE PNDOUT-LINHA

           MOVE SPACES TO PNDOUT-LINHA
           STRING "         TRANSACAO: " DELIMITED BY SIZE
                  PENDMNT-TRANSACAO DELIMITED BY SIZE
                  INTO PNDOUT-LINHA
           WRITE PNDOUT-LINHA
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0003-90-AVANCAR-DIA
      * SOMA UM DIA DE CALENDARIO A WS-DATA-CALC.
      *-----------------------------------------------------------------
       0003-90-AVANCAR-DIA.
           MOVE "V" TO DATEPRM-FUNCAO
           MOVE WS-DATA-CALC TO DATEPRM-DATA
           CALL "DATESRV" USING DATEPRM-AREA

           ADD 1 TO WS-CALC-DIA
           IF WS-CALC-DIA GREATER DATEPRM-DIAS-NO-MES
               MOVE 1 TO WS-CALC-DIA
               ADD 1 TO WS-CALC-MES
               IF WS-CALC-MES GREATER 12
                   MOVE 1 TO WS-CALC-MES
                   ADD 1 TO WS-CALC-ANO
               END-IF
           END-IF
           .
       0003-90-END.
      *-----------------------------------------------------------------
      * 0004-IMPRIMIR-RESUMO
      *-----------------------------------------------------------------
       0004-IMPRIMIR-RESUMO.
           MOVE SPACES TO PNDOUT-LINHA
           WRITE PNDOUT-LINHA
           MOVE "RESUMO DO PENDMNT POR SITUACAO:" TO PNDOUT-LINHA
           WRITE PNDOUT-LINHA
           MOVE SPACES TO PNDOUT-LINHA
           STRING "PENDENTES DE DECISAO.: " DELIMITED BY SIZE
                  WS-QTDE-PENDENTES DELIMITED BY SIZE
                  " (VENCIDAS: " DELIMITED BY SIZE
                  WS-QTDE-VENCIDAS DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO PNDOUT-LINHA
           WRITE PNDOUT-LINHA
           MOVE SPACES TO PNDOUT-LINHA
           STRING "APROVADAS A APLICAR..: " DELIMITED BY SIZE
                  WS-QTDE-APROVADAS DELIMITED BY SIZE
                  INTO PNDOUT-LINHA
           WRITE PNDOUT-LINHA
           MOVE SPACES TO PNDOUT-LINHA
           STRING "APLICADAS............: " DELIMITED BY SIZE
                  WS-QTDE-APLICADAS DELIMITED BY SIZE
                  INTO PNDOUT-LINHA
           WRITE PNDOUT-LINHA
           MOVE SPACES TO PNDOUT-LINHA
           STRING "RECUSADAS NA APLIC...: " DELIMITED BY SIZE
                  WS-QTDE-RECUSADAS DELIMITED BY SIZE
                  INTO PNDOUT-LINHA
           WRITE PNDOUT-LINHA
           MOVE SPACES TO PNDOUT-LINHA
           STRING "REJEITADAS...........: " DELIMITED BY SIZE
                  WS-QTDE-REJEITADAS DELIMITED BY SIZE
                  INTO PNDOUT-LINHA
           WRITE PNDOUT-LINHA
           MOVE SPACES TO PNDOUT-LINHA
           STRING "EXPIRADAS............: " DELIMITED BY SIZE
                  WS-QTDE-EXPIRADAS DELIMITED BY SIZE
                  INTO PNDOUT-LINHA
           WRITE PNDOUT-LINHA
           MOVE SPACES TO PNDOUT-LINHA
           STRING "TOTAL DE TRANSACOES..: " DELIMITED BY SIZE
                  WS-QTDE-LIDOS DELIMITED BY SIZE
                  INTO PNDOUT-LINHA
           WRITE PNDOUT-LINHA

           CLOSE PNDOUT-FILE

           DISPLAY "PENDENTES DE DECISAO: " WS-QTDE-PENDENTES
           DISPLAY "APROVADAS A APLICAR.: " WS-QTDE-APROVADAS
           .
       0004-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
