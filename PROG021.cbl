      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: MANUTENCAO DO CONTROLE DE PERIODOS CONTABEIS
      *           (PERCTL) ATRAVES DE UM ARQUIVO DE TRANSACOES
      *           (PERMNT). O FINANCEIRO APROVA OS NUMEROS DE CADA MES
      *           E O MES E FECHADO (F); A PARTIR DAI O PROG001A, O
      *           PROG011, O PROG003 E O PROG004 RECUSAM QUALQUER ACAO
      *           DATADA NELE (SERVICO PERSRV). REABRIR (R) EXIGE UM
      *           MOTIVO E FICA CONTADO NO PERIODO. TODA TRANSACAO -
      *           APLICADA OU RECUSADA - VAI PARA O HISTORICO DE
      *           PERIODOS (PERHIST), LISTADO PELO PROG022.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG021.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERCTL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERCTL-ANOMES
               FILE STATUS IS WS-FS-PERCTL.

           SELECT PERMNT-FILE ASSIGN TO "PERMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERMNT.

           SELECT PERHIST-FILE ASSIGN TO "PERHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERHIST.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PERCTL-FILE
           RECORDING MODE IS F.
       COPY "PERCTL.cpy".

       FD  PERMNT-FILE
           RECORDING MODE IS F.
       COPY "PERMNT.cpy".

       FD  PERHIST-FILE
           RECORDING MODE IS F.
       COPY "PERHIST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-PERCTL            PIC X(02) VALUE SPACES.
       01 WS-FS-PERMNT            PIC X(02) VALUE SPACES.
       01 WS-FS-PERHIST           PIC X(02) VALUE SPACES.
       01 WS-SW-PERMNT-ABERTO     PIC X(01) VALUE "N".
           88 WS-PERMNT-ABERTO            VALUE "S".

       01 WS-QTDE-TRANSACOES      PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-REJEITADAS      PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-ABERTOS         PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-FECHADOS        PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-REABERTOS       PIC 9(04) VALUE ZEROS.

       01 WS-DATA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-HORA-SISTEMA         PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * PERIODO DA TRANSACAO E SITUACAO ATUAL NO PERCTL
      *-----------------------------------------------------------------
       01 WS-ANOMES-TRANS.
           05 WS-ANO-TRANS        PIC 9(04).
           05 WS-MES-TRANS        PIC 9(02).
       01 WS-ANOMES-ATUAL         PIC X(06) VALUE SPACES.
       01 WS-SW-PERIODO-ACHADO    PIC X(01) VALUE "N".
           88 WS-PERIODO-ACHADO           VALUE "S".
       01 WS-SITUACAO-ANTES       PIC X(01) VALUE SPACES.

       01 WS-SW-ENTRADA           PIC X(01) VALUE "S".
           88 WS-ENTRADA-VALIDA           VALUE "S".
           88 WS-ENTRADA-INVALIDA         VALUE "N".
       01 WS-MOTIVO-REJEICAO      PIC X(35) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0002-INICIALIZAR
           PERFORM 0003-PROCESSAR-TRANSACAO
               UNTIL WS-FS-PERMNT NOT EQUAL "00"
           PERFORM 0004-ENCERRAR-CONTROLE
           PERFORM 9999-FINALIZAR
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      * ABRE O CONTROLE DE PERIODOS PARA ATUALIZACAO (CRIANDO-O VAZIO
      * NA PRIMEIRA EXECUCAO), O HISTORICO PARA ACRESCIMO E O ARQUIVO
      * DE TRANSACOES.
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA(1:6) TO WS-ANOMES-ATUAL

           OPEN EXTEND PERHIST-FILE
           IF WS-FS-PERHIST NOT EQUAL "00"
               OPEN OUTPUT PERHIST-FILE
           END-IF

           OPEN I-O PERCTL-FILE
           IF WS-FS-PERCTL EQUAL "35"
               OPEN OUTPUT PERCTL-FILE
               CLOSE PERCTL-FILE
               OPEN I-O PERCTL-FILE
           END-IF

           IF WS-FS-PERCTL NOT EQUAL "00"
               DISPLAY "ERRO NA ABERTURA DO PERCTL - FS "
                   WS-FS-PERCTL
               MOVE 8 TO RETURN-CODE
               CLOSE PERHIST-FILE
               GO TO 9999-FINALIZAR
           END-IF

           OPEN INPUT PERMNT-FILE
           IF WS-FS-PERMNT EQUAL "00"
               SET WS-PERMNT-ABERTO TO TRUE
               PERFORM 0002-10-LER-TRANSACAO
           ELSE
               MOVE "10" TO WS-FS-PERMNT
           END-IF
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0002-10-LER-TRANSACAO
      *-----------------------------------------------------------------
       0002-10-LER-TRANSACAO.
           READ PERMNT-FILE
               AT END
                   MOVE "10" TO WS-FS-PERMNT
               NOT AT END
                   MOVE "00" TO WS-FS-PERMNT
           END-READ
           .
       0002-10-END.
      *-----------------------------------------------------------------
      * 0003-PROCESSAR-TRANSACAO
      * VALIDA A TRANSACAO, LOCALIZA O PERIODO E APLICA A ABERTURA (A),
      * O FECHAMENTO (F) OU A REABERTURA (R). O RESULTADO VAI SEMPRE
      * PARA O HISTORICO.
      *-----------------------------------------------------------------
       0003-PROCESSAR-TRANSACAO.
           ADD 1 TO WS-QTDE-TRANSACOES

           PERFORM 0003-02-VALIDAR-ENTRADA

           IF WS-ENTRADA-VALIDA
               PERFORM 0003-05-LOCALIZAR-PERIODO
               EVALUATE PERMNT-ACAO
                   WHEN "A"
                       PERFORM 0003-10-ABRIR
                   WHEN "F"
                       PERFORM 0003-20-FECHAR
                   WHEN "R"
                       PERFORM 0003-30-REABRIR
               END-EVALUATE
           END-IF

           IF WS-ENTRADA-INVALIDA
               ADD 1 TO WS-QTDE-REJEITADAS
               DISPLAY "TRANSACAO REJEITADA - PERIODO "
                   PERMNT-ANOMES " ACAO " PERMNT-ACAO " - "
                   WS-MOTIVO-REJEICAO
           END-IF

           PERFORM 0003-40-GRAVAR-HISTORICO

           PERFORM 0002-10-LER-TRANSACAO
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-02-VALIDAR-ENTRADA
      * PERIODO AAAAMM COM MES 01-12, ACAO A/F/R E USUARIO INFORMADO.
      *-----------------------------------------------------------------
       0003-02-VALIDAR-ENTRADA.
           SET WS-ENTRADA-VALIDA TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE SPACES TO WS-SITUACAO-ANTES

           IF PERMNT-ANOMES NOT NUMERIC
               SET WS-ENTRADA-INVALIDA TO TRUE
               MOVE "PERIODO NAO NUMERICO (AAAAMM)" TO
                   WS-MOTIVO-REJEICAO
           ELSE
               MOVE PERMNT-ANOMES TO WS-ANOMES-TRANS
               IF WS-MES-TRANS LESS 01 OR WS-MES-TRANS GREATER 12
                   SET WS-ENTRADA-INVALIDA TO TRUE
                   MOVE "MES FORA DO INTERVALO 01-12" TO
                       WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF WS-ENTRADA-VALIDA
               IF PERMNT-ACAO NOT EQUAL "A" AND "F" AND "R"
                   SET WS-ENTRADA-INVALIDA TO TRUE
                   MOVE "ACAO INVALIDA (A/F/R)" TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF WS-ENTRADA-VALIDA AND PERMNT-USUARIO EQUAL SPACES
               SET WS-ENTRADA-INVALIDA TO TRUE
               MOVE "USUARIO NAO INFORMADO" TO WS-MOTIVO-REJEICAO
           END-IF
           .
       0003-02-END.
      *-----------------------------------------------------------------
      * 0003-05-LOCALIZAR-PERIODO
      *-----------------------------------------------------------------
       0003-05-LOCALIZAR-PERIODO.
           MOVE "N" TO WS-SW-PERIODO-ACHADO

           MOVE PERMNT-ANOMES TO PERCTL-ANOMES
           READ PERCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PERIODO-ACHADO TO TRUE
                   MOVE PERCTL-SITUACAO TO WS-SITUACAO-ANTES
           END-READ
           .
       0003-05-END.
      *-----------------------------------------------------------------
      * 0003-10-ABRIR
      * CADASTRA O PERIODO COMO ABERTO. SO VALE PARA MES SEM REGISTRO
      * - UM MES FECHADO SO VOLTA A ACEITAR ALTERACOES PELA REABERTURA,
      * QUE EXIGE MOTIVO E FICA CONTADA.
      *-----------------------------------------------------------------
       0003-10-ABRIR.
           IF WS-PERIODO-ACHADO
               SET WS-ENTRADA-INVALIDA TO TRUE
               MOVE "PERIODO JA CADASTRADO" TO WS-MOTIVO-REJEICAO
           ELSE
               PERFORM 0003-15-INICIAR-PERIODO
               WRITE PERCTL-RECORD
               PERFORM 0003-50-CONFERIR-GRAVACAO
               IF WS-ENTRADA-VALIDA
                   ADD 1 TO WS-QTDE-ABERTOS
               END-IF
           END-IF
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-15-INICIAR-PERIODO
      * MONTA O REGISTRO DE UM PERIODO NOVO, ABERTO E SEM HISTORICO.
      *-----------------------------------------------------------------
       0003-15-INICIAR-PERIODO.
           MOVE SPACES TO PERCTL-RECORD
           MOVE PERMNT-ANOMES TO PERCTL-ANOMES
           MOVE "A" TO PERCTL-SITUACAO
           MOVE ZEROS TO PERCTL-QTDE-REABRE
           MOVE PERMNT-MOTIVO TO PERCTL-MOTIVO
           .
       0003-15-END.
      *-----------------------------------------------------------------
      * 0003-20-FECHAR
      * FECHA UM MES JA ENCERRADO NO CALENDARIO (ANTERIOR AO MES
      * CORRENTE). MES SEM REGISTRO E CADASTRADO JA FECHADO.
      *-----------------------------------------------------------------
       0003-20-FECHAR.
           IF PERMNT-ANOMES NOT LESS WS-ANOMES-ATUAL
               SET WS-ENTRADA-INVALIDA TO TRUE
               MOVE "MES CORRENTE OU FUTURO NAO FECHA" TO
                   WS-MOTIVO-REJEICAO
           ELSE
               IF WS-SITUACAO-ANTES EQUAL "F"
                   SET WS-ENTRADA-INVALIDA TO TRUE
                   MOVE "PERIODO JA FECHADO" TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF WS-ENTRADA-VALIDA
               IF NOT WS-PERIODO-ACHADO
                   PERFORM 0003-15-INICIAR-PERIODO
               END-IF
               MOVE "F" TO PERCTL-SITUACAO
               MOVE WS-DATA-SISTEMA      TO PERCTL-DATA-FECHA
               MOVE WS-HORA-SISTEMA(1:6) TO PERCTL-HORA-FECHA
               MOVE PERMNT-USUARIO       TO PERCTL-USUARIO-FECHA
               MOVE PERMNT-MOTIVO        TO PERCTL-MOTIVO
               IF WS-PERIODO-ACHADO
                   REWRITE PERCTL-RECORD
               ELSE
                   WRITE PERCTL-RECORD
               END-IF
               PERFORM 0003-50-CONFERIR-GRAVACAO
               IF WS-ENTRADA-VALIDA
                   ADD 1 TO WS-QTDE-FECHADOS
               END-IF
           END-IF
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0003-30-REABRIR
      * SO UM MES FECHADO PODE SER REABERTO, E SEMPRE COM MOTIVO. O
      * ULTIMO FECHAMENTO E PRESERVADO NO REGISTRO; A REABERTURA SOMA
      * UM AO CONTADOR DO PERIODO.
      *-----------------------------------------------------------------
       0003-30-REABRIR.
           IF WS-SITUACAO-ANTES NOT EQUAL "F"
               SET WS-ENTRADA-INVALIDA TO TRUE
               MOVE "PERIODO NAO ESTA FECHADO" TO WS-MOTIVO-REJEICAO
           ELSE
               IF PERMNT-MOTIVO EQUAL SPACES
                   SET WS-ENTRADA-INVALIDA TO TRUE
                   MOVE "MOTIVO OBRIGATORIO NA REABERTURA" TO
                       WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF WS-ENTRADA-VALIDA
               MOVE "R" TO PERCTL-SITUACAO
               MOVE WS-DATA-SISTEMA      TO PERCTL-DATA-REABRE
               MOVE WS-HORA-SISTEMA(1:6) TO PERCTL-HORA-REABRE
               MOVE PERMNT-USUARIO       TO PERCTL-USUARIO-REABRE
               MOVE PERMNT-MOTIVO        TO PERCTL-MOTIVO
               IF PERCTL-QTDE-REABRE LESS 999
                   ADD 1 TO PERCTL-QTDE-REABRE
               END-IF
               REWRITE PERCTL-RECORD
               PERFORM 0003-50-CONFERIR-GRAVACAO
               IF WS-ENTRADA-VALIDA
                   ADD 1 TO WS-QTDE-REABERTOS
               END-IF
           END-IF
           .
       0003-30-END.
      *-----------------------------------------------------------------
      * 0003-40-GRAVAR-HISTORICO
      * UMA LINHA NO PERHIST POR TRANSACAO LIDA, COM A SITUACAO DO
      * PERIODO ANTES E DEPOIS E O MOTIVO (DA TRANSACAO, SE APLICADA,
      * OU DA RECUSA).
      *-----------------------------------------------------------------
       0003-40-GRAVAR-HISTORICO.
           MOVE SPACES TO PERHIST-RECORD
           MOVE WS-DATA-SISTEMA      TO PERHIST-DATA
           MOVE WS-HORA-SISTEMA(1:6) TO PERHIST-HORA
           MOVE PERMNT-ANOMES        TO PERHIST-ANOMES
           MOVE PERMNT-ACAO          TO PERHIST-ACAO
           MOVE PERMNT-USUARIO       TO PERHIST-USUARIO
           MOVE WS-SITUACAO-ANTES    TO PERHIST-SITUACAO-ANTES

           IF WS-ENTRADA-VALIDA
               MOVE "A"              TO PERHIST-RESULTADO
               MOVE PERCTL-SITUACAO  TO PERHIST-SITUACAO-DEPOIS
               MOVE PERMNT-MOTIVO    TO PERHIST-MOTIVO
           ELSE
               MOVE "R"              TO PERHIST-RESULTADO
               MOVE WS-SITUACAO-ANTES TO PERHIST-SITUACAO-DEPOIS
               MOVE WS-MOTIVO-REJEICAO TO PERHIST-MOTIVO
           END-IF

           WRITE PERHIST-RECORD
           .
       0003-40-END.
      *-----------------------------------------------------------------
      * 0003-50-CONFERIR-GRAVACAO
      * FS DIFERENTE DE 00 NO WRITE/REWRITE DO PERCTL RECUSA A
      * TRANSACAO COM O FILE STATUS NO MOTIVO.
      *-----------------------------------------------------------------
       0003-50-CONFERIR-GRAVACAO.
           IF WS-FS-PERCTL NOT EQUAL "00"
               SET WS-ENTRADA-INVALIDA TO TRUE
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               STRING "ERRO DE GRAVACAO - FS " DELIMITED BY SIZE
                      WS-FS-PERCTL DELIMITED BY SIZE
                      INTO WS-MOTIVO-REJEICAO
               DISPLAY "ERRO NA GRAVACAO DO PERCTL - FS "
                   WS-FS-PERCTL " PERIODO " PERMNT-ANOMES
           END-IF
           .
       0003-50-END.
      *-----------------------------------------------------------------
      * 0004-ENCERRAR-CONTROLE
      * FECHA OS ARQUIVOS E IMPRIME AS CONTAGENS DA EXECUCAO. QUALQUER
      * TRANSACAO RECUSADA DEVOLVE RC 4 PARA A OPERACAO CONFERIR O
      * PROG022 ANTES DE SEGUIR.
      *-----------------------------------------------------------------
       0004-ENCERRAR-CONTROLE.
           IF WS-PERMNT-ABERTO
               CLOSE PERMNT-FILE
           END-IF

           CLOSE PERCTL-FILE
           CLOSE PERHIST-FILE

           DISPLAY "TRANSACOES LIDAS.....: " WS-QTDE-TRANSACOES
           DISPLAY "TRANSACOES REJEITADAS: " WS-QTDE-REJEITADAS
           DISPLAY "PERIODOS ABERTOS.....: " WS-QTDE-ABERTOS
           DISPLAY "PERIODOS FECHADOS....: " WS-QTDE-FECHADOS
           DISPLAY "PERIODOS REABERTOS...: " WS-QTDE-REABERTOS

           IF WS-QTDE-REJEITADAS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       0004-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
