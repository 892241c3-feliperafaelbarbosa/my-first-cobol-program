      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: RELATORIO DE SITUACAO DOS PERIODOS CONTABEIS. LISTA
      *           CADA MES DO CONTROLE DE PERIODOS (PERCTL) COM A
      *           SITUACAO, QUANDO E POR QUEM FOI FECHADO E QUANTAS
      *           VEZES FOI REABERTO; DEPOIS O HISTORICO DE ABERTURAS,
      *           FECHAMENTOS E REABERTURAS (PERHIST) E AS ACOES
      *           RECUSADAS POR PERIODO FECHADO (PEREXC). O RELATORIO
      *           SAI NO DD PEROUT.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    MOTIVO DO HISTORICO E DA ACAO RECUSADA EM
      *                   LINHA PROPRIA, ABAIXO DO LANCAMENTO - NA
      *                   MESMA LINHA SO SAIAM 22 DAS 35 POSICOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG022.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERCTL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PERCTL-ANOMES
               FILE STATUS IS WS-FS-PERCTL.

           SELECT PERHIST-FILE ASSIGN TO "PERHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERHIST.

           SELECT PEREXC-FILE ASSIGN TO "PEREXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEREXC.

           SELECT PEROUT-FILE ASSIGN TO "PEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEROUT.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PERCTL-FILE
           RECORDING MODE IS F.
       COPY "PERCTL.cpy".

       FD  PERHIST-FILE
           RECORDING MODE IS F.
       COPY "PERHIST.cpy".

       FD  PEREXC-FILE
           RECORDING MODE IS F.
       COPY "PEREXC.cpy".

       FD  PEROUT-FILE
           RECORDING MODE IS F.
       01 PEROUT-LINHA            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-PERCTL            PIC X(02) VALUE SPACES.
       01 WS-FS-PERHIST           PIC X(02) VALUE SPACES.
       01 WS-FS-PEREXC            PIC X(02) VALUE SPACES.
       01 WS-FS-PEROUT            PIC X(02) VALUE SPACES.

       01 WS-DATA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-NOME-SITUACAO        PIC X(09) VALUE SPACES.
       01 WS-NOME-ACAO            PIC X(08) VALUE SPACES.
       01 WS-NOME-RESULTADO       PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * CONTAGENS DO RELATORIO
      *-----------------------------------------------------------------
       01 WS-QTDE-PERIODOS        PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-ABERTOS         PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-FECHADOS        PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-REABERTOS       PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-HISTORICO       PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-EXCECOES        PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0002-INICIALIZAR
           PERFORM 0003-LISTAR-PERIODOS
           PERFORM 0004-LISTAR-HISTORICO
           PERFORM 0005-LISTAR-EXCECOES
           PERFORM 0006-IMPRIMIR-RESUMO
           PERFORM 9999-FINALIZAR
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN OUTPUT PEROUT-FILE
           MOVE "RELATORIO DE SITUACAO DOS PERIODOS CONTABEIS" TO
               PEROUT-LINHA
           WRITE PEROUT-LINHA
           MOVE SPACES TO PEROUT-LINHA
           STRING "DATA: " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO PEROUT-LINHA
           WRITE PEROUT-LINHA
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0003-LISTAR-PERIODOS
      * UMA LINHA POR MES DO PERCTL, EM ORDEM DE PERIODO, COM O ULTIMO
      * FECHAMENTO E A ULTIMA REABERTURA; A SEGUNDA LINHA TRAZ O MOTIVO
      * DA ULTIMA ALTERACAO DE SITUACAO.
      *-----------------------------------------------------------------
       0003-LISTAR-PERIODOS.
           MOVE SPACES TO PEROUT-LINHA
           WRITE PEROUT-LINHA
           MOVE "PERIODOS:" TO PEROUT-LINHA
           WRITE PEROUT-LINHA
           MOVE "AAAAMM SITUACAO  FECHADO EM      POR      REAB ULTIMA R
      -         "EABERTURA  POR" TO PEROUT-LINHA
           WRITE PEROUT-LINHA

           OPEN INPUT PERCTL-FILE
           IF WS-FS-PERCTL NOT EQUAL "00"
               DISPLAY "ARQUIVO PERCTL AUSENTE - FS " WS-FS-PERCTL
               MOVE "NENHUM PERIODO CADASTRADO (PERCTL AUSENTE)" TO
                   PEROUT-LINHA
               WRITE PEROUT-LINHA
           ELSE
               PERFORM UNTIL WS-FS-PERCTL NOT EQUAL "00"
                   READ PERCTL-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-PERCTL
                       NOT AT END
                           PERFORM 0003-10-IMPRIMIR-PERIODO
                   END-READ
               END-PERFORM
               CLOSE PERCTL-FILE
           END-IF
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-10-IMPRIMIR-PERIODO
      *-----------------------------------------------------------------
       0003-10-IMPRIMIR-PERIODO.
           ADD 1 TO WS-QTDE-PERIODOS
           EVALUATE PERCTL-SITUACAO
               WHEN "A"
                   MOVE "ABERTO"    TO WS-NOME-SITUACAO
                   ADD 1 TO WS-QTDE-ABERTOS
               WHEN "F"
                   MOVE "FECHADO"   TO WS-NOME-SITUACAO
                   ADD 1 TO WS-QTDE-FECHADOS
               WHEN "R"
                   MOVE "REABERTO"  TO WS-NOME-SITUACAO
                   ADD 1 TO WS-QTDE-REABERTOS
               WHEN OTHER
                   MOVE "INVALIDA"  TO WS-NOME-SITUACAO
           END-EVALUATE

           MOVE SPACES TO PEROUT-LINHA
           STRING PERCTL-ANOMES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-SITUACAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PERCTL-DATA-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PERCTL-HORA-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PERCTL-USUARIO-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PERCTL-QTDE-REABRE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PERCTL-DATA-REABRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PERCTL-HORA-REABRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PERCTL-USUARIO-REABRE DELIMITED BY SIZE
                  INTO PEROUT-LINHA
           WRITE PEROUT-LINHA

           IF PERCTL-MOTIVO NOT EQUAL SPACES
               MOVE SPACES TO PEROUT-LINHA
               STRING "       MOTIVO: " DELIMITED BY SIZE
                      PERCTL-MOTIVO DELIMITED BY SIZE
                      INTO PEROUT-LINHA
               WRITE PEROUT-LINHA
           END-IF
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0004-LISTAR-HISTORICO
      * O PERHIST E GRAVADO SO POR ACRESCIMO, JA EM ORDEM CRONOLOGICA.
      * TRAZ TAMBEM AS TRANSACOES RECUSADAS PELO PROG021.
      *-----------------------------------------------------------------
       0004-LISTAR-HISTORICO.
           MOVE SPACES TO PEROUT-LINHA
           WRITE PEROUT-LINHA
           MOVE "HISTORICO DE ABERTURAS, FECHAMENTOS E REABERTURAS:" TO
               PEROUT-LINHA
           WRITE PEROUT-LINHA
           MOVE "DATA     HORA   AAAAMM ACAO     RESULT.  DE PARA USUARI
      -         "O" TO PEROUT-LINHA
           WRITE PEROUT-LINHA
           MOVE "         MOTIVO" TO PEROUT-LINHA
           WRITE PEROUT-LINHA

           OPEN INPUT PERHIST-FILE
           IF WS-FS-PERHIST NOT EQUAL "00"
               MOVE "NENHUMA TRANSACAO DE PERIODO REGISTRADA" TO
                   PEROUT-LINHA
               WRITE PEROUT-LINHA
           ELSE
               PERFORM UNTIL WS-FS-PERHIST NOT EQUAL "00"
                   READ PERHIST-FILE
                       AT END
                           MOVE "10" TO WS-FS-PERHIST
                       NOT AT END
                           PERFORM 0004-10-IMPRIMIR-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE PERHIST-FILE
           END-IF
           .
       0004-END.
      *-----------------------------------------------------------------
      * 0004-10-IMPRIMIR-HISTORICO
      *-----------------------------------------------------------------
       0004-10-IMPRIMIR-HISTORICO.
           ADD 1 TO WS-QTDE-HISTORICO
           EVALUATE PERHIST-ACAO
               WHEN "A"
                   MOVE "ABRIR"    TO WS-NOME-ACAO
               WHEN "F"
                   MOVE "FECHAR"   TO WS-NOME-ACAO
               WHEN "R"
                   MOVE "REABRIR"  TO WS-NOME-ACAO
               WHEN OTHER
                   MOVE PERHIST-ACAO TO WS-NOME-ACAO
           END-EVALUATE
           IF PERHIST-RESULTADO EQUAL "A"
               MOVE "APLICADA" TO WS-NOME-RESULTADO
           ELSE
               MOVE "RECUSADA" TO WS-NOME-RESULTADO
           END-IF

           MOVE SPACES TO PEROUT-LINHA
           STRING PERHIST-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PERHIST-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PERHIST-ANOMES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-ACAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-RESULTADO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PERHIST-SITUACAO-ANTES DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PERHIST-SITUACAO-DEPOIS DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  PERHIST-USUARIO DELIMITED BY SIZE
                  INTO PEROUT-LINHA
           WRITE PEROUT-LINHA

           IF PERHIST-MOTIVO NOT EQUAL SPACES
               MOVE SPACES TO PEROUT-LINHA
               MOVE PERHIST-MOTIVO TO PEROUT-LINHA(10:35)
               WRITE PEROUT-LINHA
           END-IF
           .
       0004-10-END.
      *-----------------------------------------------------------------
      * 0005-LISTAR-EXCECOES
      * ACOES RECUSADAS PELO PERSRV POR ESTAREM DATADAS EM MES FECHADO.
      *-----------------------------------------------------------------
       0005-LISTAR-EXCECOES.
           MOVE SPACES TO PEROUT-LINHA
           WRITE PEROUT-LINHA
           MOVE "ACOES RECUSADAS POR PERIODO FECHADO:" TO PEROUT-LINHA
           WRITE PEROUT-LINHA
           MOVE "DATA     HORA   PROGRAMA ARQUIVO  A DATA-ACAO AAAAMM C
      -         "HAVE" TO PEROUT-LINHA
           WRITE PEROUT-LINHA
           MOVE "         MOTIVO" TO PEROUT-LINHA
           WRITE PEROUT-LINHA

           OPEN INPUT PEREXC-FILE
           IF WS-FS-PEREXC NOT EQUAL "00"
               MOVE "NENHUMA ACAO RECUSADA" TO PEROUT-LINHA
               WRITE PEROUT-LINHA
           ELSE
               PERFORM UNTIL WS-FS-PEREXC NOT EQUAL "00"
                   READ PEREXC-FILE
                       AT END
                           MOVE "10" TO WS-FS-PEREXC
                       NOT AT END
                           PERFORM 0005-10-IMPRIMIR-EXCECAO
                   END-READ
               END-PERFORM
               CLOSE PEREXC-FILE
           END-IF
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0005-10-IMPRIMIR-EXCECAO
      *-----------------------------------------------------------------
       0005-10-IMPRIMIR-EXCECAO.
           ADD 1 TO WS-QTDE-EXCECOES
           MOVE SPACES TO PEROUT-LINHA
           STRING PEREXC-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEREXC-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEREXC-PROGRAMA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEREXC-ARQUIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEREXC-ACAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEREXC-DATA-ACAO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PEREXC-ANOMES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEREXC-CHAVE DELIMITED BY SIZE
                  INTO PEROUT-LINHA
           WRITE PEROUT-LINHA

           IF PEREXC-MOTIVO NOT EQUAL SPACES
               MOVE SPACES TO PEROUT-LINHA
               MOVE PEREXC-MOTIVO TO PEROUT-LINHA(10:35)
               WRITE PEROUT-LINHA
           END-IF
           .
       0005-10-END.
      *-----------------------------------------------------------------
      * 0006-IMPRIMIR-RESUMO
      *-----------------------------------------------------------------
       0006-IMPRIMIR-RESUMO.
           MOVE SPACES TO PEROUT-LINHA
           WRITE PEROUT-LINHA
           MOVE "RESUMO:" TO PEROUT-LINHA
           WRITE PEROUT-LINHA
           MOVE SPACES TO PEROUT-LINHA
           STRING "PERIODOS CADASTRADOS.: " DELIMITED BY SIZE
                  WS-QTDE-PERIODOS DELIMITED BY SIZE
                  " (ABERTOS: " DELIMITED BY SIZE
                  WS-QTDE-ABERTOS DELIMITED BY SIZE
                  " FECHADOS: " DELIMITED BY SIZE
                  WS-QTDE-FECHADOS DELIMITED BY SIZE
                  " REABERTOS: " DELIMITED BY SIZE
                  WS-QTDE-REABERTOS DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO PEROUT-LINHA
           WRITE PEROUT-LINHA
           MOVE SPACES TO PEROUT-LINHA
           STRING "TRANSACOES NO HISTOR.: " DELIMITED BY SIZE
                  WS-QTDE-HISTORICO DELIMITED BY SIZE
                  INTO PEROUT-LINHA
           WRITE PEROUT-LINHA
           MOVE SPACES TO PEROUT-LINHA
           STRING "ACOES RECUSADAS......: " DELIMITED BY SIZE
                  WS-QTDE-EXCECOES DELIMITED BY SIZE
                  INTO PEROUT-LINHA
           WRITE PEROUT-LINHA

           CLOSE PEROUT-FILE
           .
       0006-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
