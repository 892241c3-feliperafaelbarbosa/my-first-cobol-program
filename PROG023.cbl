      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: REENTREGA DA INTERFACE NOTIFY AOS CONSUMIDORES QUE
      *           NAO RETIRARAM UM LOTE NO PRAZO. PARA CADA CONSUMIDOR
      *           DO CADASTRO (CONSUM) ATIVO NA DATA DO LOTE E SEM
      *           RECIBO NO NTFACK APOS O SEU PRAZO, COPIA O LOTE
      *           COMPLETO (CABECALHO, DETALHES E TRAILER) PARA O
      *           ARQUIVO DE REENTREGA (REDLVR) E CONTA A TENTATIVA NO
      *           CONTROLE DE REENTREGAS (REDCTL). ESGOTADAS AS
      *           TENTATIVAS DO CARTAO REDPARM, O LOTE DEIXA DE SER
      *           REENTREGUE E ENTRA NA LISTA DE ESCALACAO (ESCOUT).
      *           OS PRAZOS E A DATA DE REFERENCIA SAO OS MESMOS DO
      *           PROG007 (CARTAO ACKPARM).
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    GRAVACAO DO REDCTL CONFERIDA: COM ERRO, O LOTE
      *                   NAO E REENTREGUE (A TENTATIVA NAO FOI
      *                   CONTADA) E O STEP TERMINA COM RC 8.
      * 15/10/2026 FRB    REGISTRO DO INICIO E DO FIM DA EXECUCAO NO
      *                   ARQUIVO DE TEMPOS DO CICLO (SERVICO TIMSRV,
      *                   ARQUIVO RUNTIM) COM O RC, OS LOTES LIDOS DO
      *                   NOTIFY E OS REGISTROS GRAVADOS NO REDLVR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG023.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-FILE ASSIGN TO "NOTIFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTIFY.

           SELECT NTFACK-FILE ASSIGN TO "NTFACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NTFACK.

           SELECT CONSUM-FILE ASSIGN TO "CONSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSUM.

           SELECT ACKPARM-FILE ASSIGN TO "ACKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACKPARM.

           SELECT REDPARM-FILE ASSIGN TO "REDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REDPARM.

           SELECT REDCTL-FILE ASSIGN TO "REDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REDCTL-CHAVE
               FILE STATUS IS WS-FS-REDCTL.

           SELECT REDLVR-FILE ASSIGN TO "REDLVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REDLVR.

           SELECT ESCOUT-FILE ASSIGN TO "ESCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCOUT.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-FILE
           RECORDING MODE IS F.
       COPY "NOTIFY.cpy".

       FD  NTFACK-FILE
           RECORDING MODE IS F.
       COPY "NTFACK.cpy".

       FD  CONSUM-FILE
           RECORDING MODE IS F.
       COPY "CONSUM.cpy".

       FD  ACKPARM-FILE
           RECORDING MODE IS F.
       COPY "ACKPARM.cpy".

       FD  REDPARM-FILE
           RECORDING MODE IS F.
       COPY "REDPARM.cpy".

       FD  REDCTL-FILE
           RECORDING MODE IS F.
       COPY "REDCTL.cpy".

       FD  REDLVR-FILE
           RECORDING MODE IS F.
       COPY "REDLVR.cpy".

       FD  ESCOUT-FILE
           RECORDING MODE IS F.
       01 ESCOUT-LINHA            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-NOTIFY            PIC X(02) VALUE SPACES.
       01 WS-FS-NTFACK            PIC X(02) VALUE SPACES.
       01 WS-FS-CONSUM            PIC X(02) VALUE SPACES.
       01 WS-FS-ACKPARM           PIC X(02) VALUE SPACES.
       01 WS-FS-REDPARM           PIC X(02) VALUE SPACES.
       01 WS-FS-REDCTL            PIC X(02) VALUE SPACES.
       01 WS-FS-REDLVR            PIC X(02) VALUE SPACES.
       01 WS-FS-ESCOUT            PIC X(02) VALUE SPACES.
       01 WS-SW-NOTIFY-ABERTO     PIC X(01) VALUE "N".
           88 WS-NOTIFY-ABERTO            VALUE "S".

       01 WS-IDADE-DIAS           PIC 9(03) VALUE 001.
       01 WS-MAX-TENTATIVAS       PIC 9(03) VALUE 003.
       01 WS-DATA-REF             PIC X(08) VALUE SPACES.
       01 WS-DATA-CORTE           PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * TABELA EM MEMORIA DAS CONFIRMACOES DE CONSUMO (NTFACK), PELO
      * NUMERO DO LOTE E PELO CONSUMIDOR QUE O CONFIRMOU
      *-----------------------------------------------------------------
       01 WS-ACK-QTDE             PIC 9(04) VALUE ZEROS.
       01 WS-ACK-TABELA.
           05 WS-ACK-ITEM OCCURS 2000 TIMES INDEXED BY WS-ACK-IDX.
               10 WS-ACK-SEQ      PIC 9(08).
               10 WS-ACK-CONSUMIDOR PIC X(08).
       01 WS-SW-ACK-ACHADO        PIC X(01) VALUE "N".
           88 WS-ACK-ACHADO               VALUE "S".

      *-----------------------------------------------------------------
      * TABELA EM MEMORIA DO CADASTRO DE CONSUMIDORES (CONSUM), COM A
      * DATA DE CORTE DE CADA UM E QUANTOS LOTES ELE VAI RECEBER
      *-----------------------------------------------------------------
       01 WS-CON-QTDE             PIC 9(02) VALUE ZEROS.
       01 WS-CON-TABELA.
           05 WS-CON-ITEM OCCURS 50 TIMES INDEXED BY WS-CON-IDX.
               10 WS-CON-CODIGO   PIC X(08).
               10 WS-CON-ATIVO-DE PIC X(08).
               10 WS-CON-ATIVO-ATE PIC X(08).
               10 WS-CON-DATA-CORTE PIC X(08).
               10 WS-CON-QTDE-RED PIC 9(04).
       01 WS-CON-PRAZO            PIC 9(03) VALUE ZEROS.
       01 WS-SW-CON-ACHADO        PIC X(01) VALUE "N".
           88 WS-CON-ACHADO               VALUE "S".

      *-----------------------------------------------------------------
      * LOTES A REENTREGAR: CONSUMIDOR (POSICAO NA TABELA ACIMA) E
      * ORDEM DO LOTE NO NOTIFY (N-ESIMO CABECALHO LIDO) - A ORDEM,
      * E NAO SO O NUMERO, PARA QUE UMA TENTATIVA INCOMPLETA COM O
      * MESMO NUMERO DE LOTE NAO SEJA COPIADA JUNTO
      *-----------------------------------------------------------------
       01 WS-RED-QTDE             PIC 9(04) VALUE ZEROS.
       01 WS-RED-TABELA.
           05 WS-RED-ITEM OCCURS 1000 TIMES INDEXED BY WS-RED-IDX.
               10 WS-RED-CONSUMIDOR PIC 9(02).
               10 WS-RED-ORDEM    PIC 9(06).
       01 WS-SW-RED-ACHADO        PIC X(01) VALUE "N".
           88 WS-RED-ACHADO               VALUE "S".
       01 WS-SUB-CONSUMIDOR       PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * LOTE CORRENTE DA LEITURA DO NOTIFY (MESMA MONTAGEM DO PROG007)
      *-----------------------------------------------------------------
       01 WS-SW-LOTE-ABERTO       PIC X(01) VALUE "N".
           88 WS-LOTE-ABERTO              VALUE "S".
       01 WS-LOTE-ORDEM           PIC 9(06) VALUE ZEROS.
       01 WS-LOTE-SEQ             PIC 9(08) VALUE ZEROS.
       01 WS-LOTE-DATA            PIC X(08) VALUE SPACES.
       01 WS-LOTE-QTDE-DET        PIC 9(06) VALUE ZEROS.
       01 WS-SW-COPIAR            PIC X(01) VALUE "N".
           88 WS-COPIAR-LOTE              VALUE "S".

      *-----------------------------------------------------------------
      * RETROCESSO DO CALENDARIO PARA A DATA DE CORTE (MESMAS REGRAS
      * DO PROG007: TABELA DIASMES E BISSEXTO)
      *-----------------------------------------------------------------
       COPY "DIASMES.cpy".
       01 WS-DIA-NUM              PIC 9(02) VALUE ZEROS.
       01 WS-MES-NUM              PIC 9(02) VALUE ZEROS.
       01 WS-ANO-NUM              PIC 9(04) VALUE ZEROS.
       01 WS-ANO-QUOCIENTE        PIC 9(04) VALUE ZEROS.
       01 WS-DIAS-NO-MES          PIC 9(02) VALUE ZEROS.
       01 WS-RESTO-04             PIC 9(02) VALUE ZEROS.
       01 WS-RESTO-100            PIC 9(02) VALUE ZEROS.
       01 WS-RESTO-400            PIC 9(03) VALUE ZEROS.
       01 WS-SW-BISSEXTO          PIC X(01) VALUE "N".
           88 WS-ANO-BISSEXTO             VALUE "S".

      *-----------------------------------------------------------------
      * TOTAIS DO RELATORIO
      *-----------------------------------------------------------------
       01 WS-QTDE-LOTES           PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-INCOMPLETOS     PIC 9(06) VALUE ZEROS.
      *        LOTES SEM TRAILER OU COM CONTAGEM ERRADA - NAO SAO
      *        REENTREGUES (O PROG007 OS APONTA)
       01 WS-QTDE-REENTREGAS      PIC 9(06) VALUE ZEROS.
      *        PARES LOTE X CONSUMIDOR COPIADOS PARA O REDLVR
       01 WS-QTDE-REEXECUCOES     PIC 9(06) VALUE ZEROS.
      *        REENTREGAS REPETIDAS NA MESMA DATA, SEM NOVA TENTATIVA
       01 WS-QTDE-REGISTROS       PIC 9(08) VALUE ZEROS.
      *        REGISTROS GRAVADOS NO REDLVR
       01 WS-QTDE-ESCALADOS-NOVOS PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-ESCALADOS-ANT   PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-RECUPERADOS     PIC 9(06) VALUE ZEROS.
      *        LOTES EM REENTREGA OU ESCALADOS QUE GANHARAM RECIBO
       01 WS-QTDE-EXCEDENTES      PIC 9(06) VALUE ZEROS.
      *        REENTREGAS QUE NAO COUBERAM NA TABELA DESTA EXECUCAO
       01 WS-QTDE-ERRO-REDCTL     PIC 9(06) VALUE ZEROS.
      *        GRAVACOES DO REDCTL COM ERRO - LOTE NAO REENTREGUE
      *-----------------------------------------------------------------
      * TEMPOS DA EXECUCAO PARA A JANELA DO CICLO (SERVICO TIMSRV)
      *-----------------------------------------------------------------
       COPY "TIMPRM.cpy".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0006-INICIAR-TEMPO
           PERFORM 0002-INICIALIZAR
           PERFORM 0003-PROCESSAR-NOTIFICACAO
               UNTIL WS-FS-NOTIFY NOT EQUAL "00"
           IF WS-NOTIFY-ABERTO
               CLOSE NOTIFY-FILE
           END-IF
           PERFORM 0004-GRAVAR-REENTREGA
           PERFORM 0005-IMPRIMIR-TOTAIS
           PERFORM 9999-FINALIZAR
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      * OBTEM OS PARAMETROS, CARREGA O CADASTRO DE CONSUMIDORES E AS
      * CONFIRMACOES EM MEMORIA, ABRE O CONTROLE DE REENTREGAS E AS
      * SAIDAS E FAZ A PRIMEIRA LEITURA DO NOTIFY. SEM CADASTRO OU
      * SEM NOTIFY NAO HA O QUE REENTREGAR.
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           PERFORM 0002-10-OBTER-PARAMETRO
           PERFORM 0002-20-CALCULAR-DATA-CORTE

           DISPLAY "DATA DE REFERENCIA: " WS-DATA-REF
           DISPLAY "IDADE PADRAO (DIAS): " WS-IDADE-DIAS
           DISPLAY "LIMITE DE TENTATIVAS: " WS-MAX-TENTATIVAS

           PERFORM 0002-50-CARREGAR-CONSUMIDORES
           IF WS-CON-QTDE EQUAL ZEROS
               DISPLAY "SEM CADASTRO DE CONSUMIDORES - NADA A "
                       "REENTREGAR"
               GO TO 9999-FINALIZAR
           END-IF

           PERFORM 0002-30-CARREGAR-CONFIRMACOES

           OPEN I-O REDCTL-FILE
           IF WS-FS-REDCTL EQUAL "35"
               OPEN OUTPUT REDCTL-FILE
               CLOSE REDCTL-FILE
               OPEN I-O REDCTL-FILE
           END-IF

           IF WS-FS-REDCTL NOT EQUAL "00"
               DISPLAY "ERRO NA ABERTURA DO REDCTL - FS "
                   WS-FS-REDCTL
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINALIZAR
           END-IF

           OPEN OUTPUT REDLVR-FILE
           OPEN OUTPUT ESCOUT-FILE
           MOVE SPACES TO ESCOUT-LINHA
           STRING "LOTES ESCALADOS DA INTERFACE NOTIFY - REFERENCIA "
                  DELIMITED BY SIZE
                  WS-DATA-REF DELIMITED BY SIZE
                  " - LIMITE " DELIMITED BY SIZE
                  WS-MAX-TENTATIVAS DELIMITED BY SIZE
                  INTO ESCOUT-LINHA
           WRITE ESCOUT-LINHA
           MOVE SPACES TO ESCOUT-LINHA
           WRITE ESCOUT-LINHA

           OPEN INPUT NOTIFY-FILE
           IF WS-FS-NOTIFY EQUAL "00"
               SET WS-NOTIFY-ABERTO TO TRUE
               PERFORM 0002-40-LER-NOTIFY
           ELSE
               DISPLAY "NOTIFY NAO DISPONIVEL - FS " WS-FS-NOTIFY
               MOVE "10" TO WS-FS-NOTIFY
           END-IF
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0002-10-OBTER-PARAMETRO
      * LE O CARTAO ACKPARM (IDADE PADRAO E DATA DE REFERENCIA, COMO NO
      * PROG007) E O CARTAO REDPARM (LIMITE DE TENTATIVAS). EM BRANCO
      * OU AUSENTES: IDADE 001, RELOGIO DO SISTEMA E 003 TENTATIVAS.
      *-----------------------------------------------------------------
       0002-10-OBTER-PARAMETRO.
           ACCEPT WS-DATA-REF FROM DATE YYYYMMDD

           OPEN INPUT ACKPARM-FILE
           IF WS-FS-ACKPARM EQUAL "00"
               READ ACKPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACKPARM-IDADE-DIAS NOT EQUAL SPACES
                           IF ACKPARM-IDADE-DIAS NUMERIC
                               MOVE ACKPARM-IDADE-DIAS TO
                                   WS-IDADE-DIAS
                           ELSE
                               DISPLAY "IDADE INVALIDA NO ACKPARM: "
                                   ACKPARM-IDADE-DIAS
                                   " - USANDO 001"
                           END-IF
                       END-IF
                       IF ACKPARM-DATA-REF NOT EQUAL SPACES
                           IF ACKPARM-DATA-REF NUMERIC
                               MOVE ACKPARM-DATA-REF TO WS-DATA-REF
                           ELSE
                               DISPLAY "DATA INVALIDA NO ACKPARM: "
                                   ACKPARM-DATA-REF
                                   " - USANDO O RELOGIO"
                           END-IF
                       END-IF
               END-READ
               CLOSE ACKPARM-FILE
           END-IF

           OPEN INPUT REDPARM-FILE
           IF WS-FS-REDPARM EQUAL "00"
               READ REDPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REDPARM-MAX-TENTATIVAS NOT EQUAL SPACES
                           IF REDPARM-MAX-TENTATIVAS NUMERIC AND
                                   REDPARM-MAX-TENTATIVAS GREATER
                                   "000"
                               MOVE REDPARM-MAX-TENTATIVAS TO
                                   WS-MAX-TENTATIVAS
                           ELSE
                               DISPLAY "LIMITE INVALIDO NO REDPARM: "
                                   REDPARM-MAX-TENTATIVAS
                                   " - USANDO 003"
                           END-IF
                       END-IF
               END-READ
               CLOSE REDPARM-FILE
           END-IF
           .
       0002-10-END.
      *-----------------------------------------------------------------
      * 0002-20-CALCULAR-DATA-CORTE
      * RETROCEDE A DATA DE REFERENCIA UM DIA POR VEZ, WS-IDADE-DIAS
      * VEZES - A DATA DE CORTE DOS CONSUMIDORES SEM PRAZO PROPRIO.
      *-----------------------------------------------------------------
       0002-20-CALCULAR-DATA-CORTE.
           MOVE WS-DATA-REF(7:2) TO WS-DIA-NUM
           MOVE WS-DATA-REF(5:2) TO WS-MES-NUM
           MOVE WS-DATA-REF(1:4) TO WS-ANO-NUM

           PERFORM 0002-25-RETROCEDER-UM-DIA WS-IDADE-DIAS TIMES

           MOVE SPACES TO WS-DATA-CORTE
           MOVE WS-ANO-NUM TO WS-DATA-CORTE(1:4)
           MOVE WS-MES-NUM TO WS-DATA-CORTE(5:2)
           MOVE WS-DIA-NUM TO WS-DATA-CORTE(7:2)
           .
       0002-20-END.
      *-----------------------------------------------------------------
      * 0002-25-RETROCEDER-UM-DIA
      *-----------------------------------------------------------------
       0002-25-RETROCEDER-UM-DIA.
           IF WS-DIA-NUM GREATER 1
               SUBTRACT 1 FROM WS-DIA-NUM
           ELSE
               IF WS-MES-NUM EQUAL 01
                   MOVE 12 TO WS-MES-NUM
                   SUBTRACT 1 FROM WS-ANO-NUM
               ELSE
                   SUBTRACT 1 FROM WS-MES-NUM
               END-IF
               MOVE DIASMES-MAX(WS-MES-NUM) TO WS-DIAS-NO-MES
               IF WS-MES-NUM EQUAL 02
                   PERFORM 0002-26-VERIFICAR-BISSEXTO
                   IF WS-ANO-BISSEXTO
                       MOVE 29 TO WS-DIAS-NO-MES
                   END-IF
               END-IF
               MOVE WS-DIAS-NO-MES TO WS-DIA-NUM
           END-IF
           .
       0002-25-END.
      *-----------------------------------------------------------------
      * 0002-26-VERIFICAR-BISSEXTO
      * ANO BISSEXTO: DIVISIVEL POR 4 E NAO POR 100, OU DIVISIVEL POR
      * 400.
      *-----------------------------------------------------------------
       0002-26-VERIFICAR-BISSEXTO.
           MOVE "N" TO WS-SW-BISSEXTO
           DIVIDE WS-ANO-NUM BY 4 GIVING WS-ANO-QUOCIENTE
               REMAINDER WS-RESTO-04
           DIVIDE WS-ANO-NUM BY 100 GIVING WS-ANO-QUOCIENTE
               REMAINDER WS-RESTO-100
           DIVIDE WS-ANO-NUM BY 400 GIVING WS-ANO-QUOCIENTE
               REMAINDER WS-RESTO-400

           IF WS-RESTO-04 EQUAL ZEROS
               IF WS-RESTO-100 NOT EQUAL ZEROS
                   SET WS-ANO-BISSEXTO TO TRUE
               ELSE
                   IF WS-RESTO-400 EQUAL ZEROS
                       SET WS-ANO-BISSEXTO TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       0002-26-END.
      *-----------------------------------------------------------------
      * 0002-30-CARREGAR-CONFIRMACOES
      *-----------------------------------------------------------------
       0002-30-CARREGAR-CONFIRMACOES.
           OPEN INPUT NTFACK-FILE
           IF WS-FS-NTFACK EQUAL "00"
               PERFORM UNTIL WS-FS-NTFACK NOT EQUAL "00"
                   READ NTFACK-FILE
                       AT END
                           MOVE "10" TO WS-FS-NTFACK
                       NOT AT END
                           IF WS-ACK-QTDE EQUAL 2000
                               DISPLAY "NTFACK CHEIO, IGNORADO: "
                                   NTFACK-SEQ-LOTE
                           ELSE
                               ADD 1 TO WS-ACK-QTDE
                               MOVE NTFACK-SEQ-LOTE TO
                                   WS-ACK-SEQ(WS-ACK-QTDE)
                               MOVE NTFACK-CONSUMIDOR TO
                                   WS-ACK-CONSUMIDOR(WS-ACK-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NTFACK-FILE
           END-IF
           .
       0002-30-END.
      *-----------------------------------------------------------------
      * 0002-40-LER-NOTIFY
      *-----------------------------------------------------------------
       0002-40-LER-NOTIFY.
           READ NOTIFY-FILE
               AT END
                   MOVE "10" TO WS-FS-NOTIFY
           END-READ
           .
       0002-40-END.
      *-----------------------------------------------------------------
      * 0002-50-CARREGAR-CONSUMIDORES
      * CARREGA O CADASTRO DE CONSUMIDORES EM MEMORIA. OS REGISTROS
      * INVALIDOS FICAM DE FORA (O PROG007 OS APONTA NO ACKOUT).
      *-----------------------------------------------------------------
       0002-50-CARREGAR-CONSUMIDORES.
           OPEN INPUT CONSUM-FILE
           IF WS-FS-CONSUM EQUAL "00"
               PERFORM UNTIL WS-FS-CONSUM NOT EQUAL "00"
                   READ CONSUM-FILE
                       AT END
                           MOVE "10" TO WS-FS-CONSUM
                       NOT AT END
                           PERFORM 0002-55-VALIDAR-CONSUMIDOR
                   END-READ
               END-PERFORM
               CLOSE CONSUM-FILE
           END-IF

           DISPLAY "CONSUMIDORES CADASTRADOS: " WS-CON-QTDE
           .
       0002-50-END.
      *-----------------------------------------------------------------
      * 0002-55-VALIDAR-CONSUMIDOR
      *-----------------------------------------------------------------
       0002-55-VALIDAR-CONSUMIDOR.
           MOVE "N" TO WS-SW-CON-ACHADO
           SET WS-CON-IDX TO 1
           PERFORM WS-CON-QTDE TIMES
               IF WS-CON-CODIGO(WS-CON-IDX) EQUAL CONSUM-CONSUMIDOR
                   SET WS-CON-ACHADO TO TRUE
               END-IF
               SET WS-CON-IDX UP BY 1
           END-PERFORM

           IF CONSUM-CONSUMIDOR EQUAL SPACES OR WS-CON-ACHADO OR
                   (CONSUM-PRAZO-DIAS NOT EQUAL SPACES AND
                    CONSUM-PRAZO-DIAS NOT NUMERIC) OR
                   (CONSUM-ATIVO-DE NOT EQUAL SPACES AND
                    CONSUM-ATIVO-DE NOT NUMERIC) OR
                   (CONSUM-ATIVO-ATE NOT EQUAL SPACES AND
                    CONSUM-ATIVO-ATE NOT NUMERIC) OR
                   WS-CON-QTDE EQUAL 50
               DISPLAY "CONSUMIDOR IGNORADO: " CONSUM-CONSUMIDOR
           ELSE
               ADD 1 TO WS-CON-QTDE
               SET WS-CON-IDX TO WS-CON-QTDE
               MOVE CONSUM-CONSUMIDOR TO WS-CON-CODIGO(WS-CON-IDX)
               MOVE CONSUM-ATIVO-DE TO WS-CON-ATIVO-DE(WS-CON-IDX)
               MOVE CONSUM-ATIVO-ATE TO WS-CON-ATIVO-ATE(WS-CON-IDX)
               MOVE ZEROS TO WS-CON-QTDE-RED(WS-CON-IDX)
               IF CONSUM-PRAZO-DIAS EQUAL SPACES
                   MOVE WS-DATA-CORTE TO WS-CON-DATA-CORTE(WS-CON-IDX)
               ELSE
                   MOVE CONSUM-PRAZO-DIAS TO WS-CON-PRAZO
                   PERFORM 0002-56-CALCULAR-CORTE-CONSUMIDOR
               END-IF
           END-IF
           .
       0002-55-END.
      *-----------------------------------------------------------------
      * 0002-56-CALCULAR-CORTE-CONSUMIDOR
      *-----------------------------------------------------------------
       0002-56-CALCULAR-CORTE-CONSUMIDOR.
           MOVE WS-DATA-REF(7:2) TO WS-DIA-NUM
           MOVE WS-DATA-REF(5:2) TO WS-MES-NUM
           MOVE WS-DATA-REF(1:4) TO WS-ANO-NUM

           PERFORM 0002-25-RETROCEDER-UM-DIA WS-CON-PRAZO TIMES

           MOVE WS-ANO-NUM TO WS-CON-DATA-CORTE(WS-CON-IDX)(1:4)
           MOVE WS-MES-NUM TO WS-CON-DATA-CORTE(WS-CON-IDX)(5:2)
           MOVE WS-DIA-NUM TO WS-CON-DATA-CORTE(WS-CON-IDX)(7:2)
           .
       0002-56-END.
      *-----------------------------------------------------------------
      * 0003-PROCESSAR-NOTIFICACAO
      * PRIMEIRA PASSAGEM PELO NOTIFY: MONTA CADA LOTE COMO O PROG007
      * E, NO TRAILER DE UM LOTE COMPLETO, CONFERE OS CONSUMIDORES.
      *-----------------------------------------------------------------
       0003-PROCESSAR-NOTIFICACAO.
           EVALUATE NOTIFY-TIPO-REG
               WHEN "H"
                   IF WS-LOTE-ABERTO
                       ADD 1 TO WS-QTDE-INCOMPLETOS
                   END-IF
                   SET WS-LOTE-ABERTO TO TRUE
                   ADD 1 TO WS-QTDE-LOTES
                   ADD 1 TO WS-LOTE-ORDEM
                   MOVE NOTIFY-SEQ-LOTE TO WS-LOTE-SEQ
                   MOVE NOTIFY-DATA TO WS-LOTE-DATA
                   MOVE ZEROS TO WS-LOTE-QTDE-DET
               WHEN "D"
                   IF WS-LOTE-ABERTO
                       ADD 1 TO WS-LOTE-QTDE-DET
                   END-IF
               WHEN "T"
                   IF WS-LOTE-ABERTO
                       MOVE "N" TO WS-SW-LOTE-ABERTO
                       IF NOTIFY-TRL-QTDE EQUAL WS-LOTE-QTDE-DET
                           PERFORM 0003-10-CONFERIR-CONSUMIDORES
                       ELSE
                           ADD 1 TO WS-QTDE-INCOMPLETOS
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 0002-40-LER-NOTIFY

           IF WS-FS-NOTIFY NOT EQUAL "00" AND WS-LOTE-ABERTO
               MOVE "N" TO WS-SW-LOTE-ABERTO
               ADD 1 TO WS-QTDE-INCOMPLETOS
           END-IF
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-10-CONFERIR-CONSUMIDORES
      * PARA CADA CONSUMIDOR ATIVO NA DATA DO LOTE: COM RECIBO, BAIXA
      * UMA REENTREGA ANTERIOR; SEM RECIBO E FORA DO PRAZO, CONTROLA A
      * TENTATIVA DE REENTREGA.
      *-----------------------------------------------------------------
       0003-10-CONFERIR-CONSUMIDORES.
           SET WS-CON-IDX TO 1
           PERFORM WS-CON-QTDE TIMES
               IF (WS-CON-ATIVO-DE(WS-CON-IDX) EQUAL SPACES OR
                   WS-CON-ATIVO-DE(WS-CON-IDX) NOT GREATER
                   WS-LOTE-DATA) AND
                  (WS-CON-ATIVO-ATE(WS-CON-IDX) EQUAL SPACES OR
                   WS-CON-ATIVO-ATE(WS-CON-IDX) NOT LESS
                   WS-LOTE-DATA)
                   PERFORM 0003-20-CONFERIR-UM-CONSUMIDOR
               END-IF
               SET WS-CON-IDX UP BY 1
           END-PERFORM
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-20-CONFERIR-UM-CONSUMIDOR
      *-----------------------------------------------------------------
       0003-20-CONFERIR-UM-CONSUMIDOR.
           MOVE "N" TO WS-SW-ACK-ACHADO
           SET WS-ACK-IDX TO 1
           PERFORM WS-ACK-QTDE TIMES
               IF WS-ACK-SEQ(WS-ACK-IDX) EQUAL WS-LOTE-SEQ AND
                       WS-ACK-CONSUMIDOR(WS-ACK-IDX) EQUAL
                       WS-CON-CODIGO(WS-CON-IDX)
                   SET WS-ACK-ACHADO TO TRUE
               END-IF
               SET WS-ACK-IDX UP BY 1
           END-PERFORM

           MOVE WS-CON-CODIGO(WS-CON-IDX) TO REDCTL-CONSUMIDOR
           MOVE WS-LOTE-SEQ TO REDCTL-SEQ-LOTE

           IF WS-ACK-ACHADO
               PERFORM 0003-30-BAIXAR-REENTREGA
           ELSE
               IF WS-LOTE-DATA LESS WS-CON-DATA-CORTE(WS-CON-IDX)
                   PERFORM 0003-40-CONTROLAR-TENTATIVA
               END-IF
           END-IF
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0003-30-BAIXAR-REENTREGA
      * O RECIBO CHEGOU: UMA REENTREGA PENDENTE OU ESCALADA DESTE LOTE
      * PASSA A CONFIRMADA. ERRO NA REGRAVACAO DEIXA O STEP COM RC 8.
      *-----------------------------------------------------------------
       0003-30-BAIXAR-REENTREGA.
           READ REDCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REDCTL-SITUACAO NOT EQUAL "C"
                       MOVE "C" TO REDCTL-SITUACAO
                       MOVE WS-DATA-REF TO REDCTL-DATA-CONFIRMA
                       REWRITE REDCTL-RECORD
                       IF WS-FS-REDCTL EQUAL "00"
                           ADD 1 TO WS-QTDE-RECUPERADOS
                       ELSE
                           PERFORM 0003-45-ERRO-REDCTL
                       END-IF
                   END-IF
           END-READ
           .
       0003-30-END.
      *-----------------------------------------------------------------
      * 0003-40-CONTROLAR-TENTATIVA
      * PRIMEIRA FALTA: ABRE O CONTROLE COM A TENTATIVA 1. PENDENTE:
      * NOVA TENTATIVA, SALVO REEXECUCAO NA MESMA DATA (REENTREGA DE
      * NOVO SEM CONTAR) OU LIMITE ESGOTADO (ESCALA E NAO REENTREGA).
      * ESCALADO: SO VOLTA A LISTA DE ESCALACAO. CONFIRMADO ANTES E
      * SEM RECIBO AGORA (NTFACK ARQUIVADO): NADA A FAZER. SE A
      * TENTATIVA NAO PUDER SER GRAVADA NO REDCTL, O LOTE NAO E
      * REENTREGUE - SENAO A ESCALACAO NUNCA CHEGARIA - E O STEP
      * TERMINA COM RC 8.
      *-----------------------------------------------------------------
       0003-40-CONTROLAR-TENTATIVA.
           READ REDCTL-FILE
               INVALID KEY
                   MOVE WS-LOTE-DATA TO REDCTL-DATA-LOTE
                   MOVE "P" TO REDCTL-SITUACAO
                   MOVE 1 TO REDCTL-QTDE-TENTATIVAS
                   MOVE WS-DATA-REF TO REDCTL-DATA-PRIMEIRA
                   MOVE WS-DATA-REF TO REDCTL-DATA-ULTIMA
                   MOVE SPACES TO REDCTL-DATA-ESCALA
                   MOVE SPACES TO REDCTL-DATA-CONFIRMA
                   WRITE REDCTL-RECORD
                   IF WS-FS-REDCTL EQUAL "00"
                       PERFORM 0003-50-INCLUIR-REENTREGA
                   ELSE
                       PERFORM 0003-45-ERRO-REDCTL
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN REDCTL-SITUACAO EQUAL "E"
                           ADD 1 TO WS-QTDE-ESCALADOS-ANT
                           PERFORM 0003-60-GRAVAR-ESCALADO
                       WHEN REDCTL-SITUACAO NOT EQUAL "P"
                           CONTINUE
                       WHEN REDCTL-DATA-ULTIMA NOT LESS WS-DATA-REF
                           ADD 1 TO WS-QTDE-REEXECUCOES
                           PERFORM 0003-50-INCLUIR-REENTREGA
                       WHEN REDCTL-QTDE-TENTATIVAS NOT LESS
                               WS-MAX-TENTATIVAS
                           MOVE "E" TO REDCTL-SITUACAO
                           MOVE WS-DATA-REF TO REDCTL-DATA-ESCALA
                           REWRITE REDCTL-RECORD
                           IF WS-FS-REDCTL EQUAL "00"
                               ADD 1 TO WS-QTDE-ESCALADOS-NOVOS
                               PERFORM 0003-60-GRAVAR-ESCALADO
                           ELSE
                               PERFORM 0003-45-ERRO-REDCTL
                           END-IF
                       WHEN OTHER
                           ADD 1 TO REDCTL-QTDE-TENTATIVAS
                           MOVE WS-DATA-REF TO REDCTL-DATA-ULTIMA
                           REWRITE REDCTL-RECORD
                           IF WS-FS-REDCTL EQUAL "00"
                               PERFORM 0003-50-INCLUIR-REENTREGA
                           ELSE
                               PERFORM 0003-45-ERRO-REDCTL
                           END-IF
                   END-EVALUATE
           END-READ
           .
       0003-40-END.
      *-----------------------------------------------------------------
      * 0003-45-ERRO-REDCTL
      * GRAVACAO DO REDCTL COM ERRO: O LOTE DO CONSUMIDOR NAO ENTRA NA
      * REENTREGA E O STEP TERMINA COM RC 8 (DADO NO FIM, EM
      * 0005-IMPRIMIR-TOTAIS).
      *-----------------------------------------------------------------
       0003-45-ERRO-REDCTL.
           DISPLAY "ERRO NA GRAVACAO DO REDCTL - FS " WS-FS-REDCTL
               " LOTE " REDCTL-SEQ-LOTE " CONSUMIDOR " REDCTL-CONSUMIDOR
           ADD 1 TO WS-QTDE-ERRO-REDCTL
           .
       0003-45-END.
      *-----------------------------------------------------------------
      * 0003-50-INCLUIR-REENTREGA
      * GUARDA O PAR CONSUMIDOR X LOTE PARA A SEGUNDA PASSAGEM. SEM
      * ESPACO NA TABELA, A TENTATIVA JA CONTADA FICA SEM ENTREGA NESTA
      * EXECUCAO E O STEP TERMINA COM RC=0004.
      *-----------------------------------------------------------------
       0003-50-INCLUIR-REENTREGA.
           IF WS-RED-QTDE EQUAL 1000
               ADD 1 TO WS-QTDE-EXCEDENTES
               DISPLAY "TABELA DE REENTREGA CHEIA - LOTE "
                   WS-LOTE-SEQ " CONSUMIDOR "
                   WS-CON-CODIGO(WS-CON-IDX)
           ELSE
               ADD 1 TO WS-RED-QTDE
               SET WS-SUB-CONSUMIDOR TO WS-CON-IDX
               MOVE WS-SUB-CONSUMIDOR TO WS-RED-CONSUMIDOR(WS-RED-QTDE)
               MOVE WS-LOTE-ORDEM TO WS-RED-ORDEM(WS-RED-QTDE)
               ADD 1 TO WS-CON-QTDE-RED(WS-CON-IDX)
               ADD 1 TO WS-QTDE-REENTREGAS
           END-IF
           .
       0003-50-END.
      *-----------------------------------------------------------------
      * 0003-60-GRAVAR-ESCALADO
      *-----------------------------------------------------------------
       0003-60-GRAVAR-ESCALADO.
           MOVE SPACES TO ESCOUT-LINHA
           STRING "ESCALADO: LOTE " DELIMITED BY SIZE
                  REDCTL-SEQ-LOTE DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  REDCTL-DATA-LOTE DELIMITED BY SIZE
                  " CONSUMIDOR " DELIMITED BY SIZE
                  REDCTL-CONSUMIDOR DELIMITED BY SIZE
                  " TENT. " DELIMITED BY SIZE
                  REDCTL-QTDE-TENTATIVAS DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  REDCTL-DATA-ESCALA DELIMITED BY SIZE
                  INTO ESCOUT-LINHA
           WRITE ESCOUT-LINHA
           .
       0003-60-END.
      *-----------------------------------------------------------------
      * 0004-GRAVAR-REENTREGA
      * SEGUNDA PASSAGEM: UMA LEITURA DO NOTIFY POR CONSUMIDOR COM
      * LOTES A RECEBER, PARA QUE OS REGISTROS DE CADA CONSUMIDOR
      * FIQUEM JUNTOS NO REDLVR.
      *-----------------------------------------------------------------
       0004-GRAVAR-REENTREGA.
           SET WS-CON-IDX TO 1
           PERFORM WS-CON-QTDE TIMES
               IF WS-CON-QTDE-RED(WS-CON-IDX) GREATER ZEROS
                   PERFORM 0004-10-REENTREGAR-CONSUMIDOR
               END-IF
               SET WS-CON-IDX UP BY 1
           END-PERFORM
           .
       0004-END.
      *-----------------------------------------------------------------
      * 0004-10-REENTREGAR-CONSUMIDOR
      * COPIA PARA O REDLVR, DO CABECALHO AO TRAILER, CADA LOTE CUJA
      * ORDEM ESTA NA TABELA DE REENTREGA DO CONSUMIDOR CORRENTE.
      *-----------------------------------------------------------------
       0004-10-REENTREGAR-CONSUMIDOR.
           SET WS-SUB-CONSUMIDOR TO WS-CON-IDX
           MOVE ZEROS TO WS-LOTE-ORDEM
           MOVE "N" TO WS-SW-COPIAR

           OPEN INPUT NOTIFY-FILE
           PERFORM 0002-40-LER-NOTIFY
           PERFORM UNTIL WS-FS-NOTIFY NOT EQUAL "00"
               IF NOTIFY-TIPO-REG EQUAL "H"
                   ADD 1 TO WS-LOTE-ORDEM
                   PERFORM 0004-20-PROCURAR-LOTE
                   MOVE WS-SW-RED-ACHADO TO WS-SW-COPIAR
               END-IF

               IF WS-COPIAR-LOTE
                   MOVE WS-CON-CODIGO(WS-CON-IDX) TO REDLVR-CONSUMIDOR
                   MOVE NOTIFY-RECORD TO REDLVR-NOTIFY
                   WRITE REDLVR-RECORD
                   ADD 1 TO WS-QTDE-REGISTROS
                   IF NOTIFY-TIPO-REG EQUAL "T"
                       MOVE "N" TO WS-SW-COPIAR
                   END-IF
               END-IF

               PERFORM 0002-40-LER-NOTIFY
           END-PERFORM
           CLOSE NOTIFY-FILE
           .
       0004-10-END.
      *-----------------------------------------------------------------
      * 0004-20-PROCURAR-LOTE
      *-----------------------------------------------------------------
       0004-20-PROCURAR-LOTE.
           MOVE "N" TO WS-SW-RED-ACHADO
           SET WS-RED-IDX TO 1
           PERFORM WS-RED-QTDE TIMES
               IF WS-RED-CONSUMIDOR(WS-RED-IDX) EQUAL
                       WS-SUB-CONSUMIDOR AND
                       WS-RED-ORDEM(WS-RED-IDX) EQUAL WS-LOTE-ORDEM
                   SET WS-RED-ACHADO TO TRUE
               END-IF
               SET WS-RED-IDX UP BY 1
           END-PERFORM
           .
       0004-20-END.
      *-----------------------------------------------------------------
      * 0005-IMPRIMIR-TOTAIS
      * LOTE ESCALADO (NESTA DATA OU ANTES, AINDA SEM RECIBO) OU
      * REENTREGA QUE NAO COUBE NA TABELA SINALIZA O RETURN-CODE
      * (RC 4); ERRO NA GRAVACAO DO REDCTL, RC 8.
      *-----------------------------------------------------------------
       0005-IMPRIMIR-TOTAIS.
           IF WS-QTDE-ESCALADOS-NOVOS EQUAL ZEROS AND
                   WS-QTDE-ESCALADOS-ANT EQUAL ZEROS
               MOVE "NENHUM LOTE ESCALADO" TO ESCOUT-LINHA
               WRITE ESCOUT-LINHA
           END-IF

           MOVE SPACES TO ESCOUT-LINHA
           WRITE ESCOUT-LINHA

           MOVE SPACES TO ESCOUT-LINHA
           STRING "LOTES LIDOS..........: " DELIMITED BY SIZE
                  WS-QTDE-LOTES DELIMITED BY SIZE
                  INTO ESCOUT-LINHA
           WRITE ESCOUT-LINHA

           MOVE SPACES TO ESCOUT-LINHA
           STRING "LOTES INCOMPLETOS....: " DELIMITED BY SIZE
                  WS-QTDE-INCOMPLETOS DELIMITED BY SIZE
                  INTO ESCOUT-LINHA
           WRITE ESCOUT-LINHA

           MOVE SPACES TO ESCOUT-LINHA
           STRING "REENTREGAS...........: " DELIMITED BY SIZE
                  WS-QTDE-REENTREGAS DELIMITED BY SIZE
                  INTO ESCOUT-LINHA
           WRITE ESCOUT-LINHA

           MOVE SPACES TO ESCOUT-LINHA
           STRING "REPETIDAS NA DATA....: " DELIMITED BY SIZE
                  WS-QTDE-REEXECUCOES DELIMITED BY SIZE
                  INTO ESCOUT-LINHA
           WRITE ESCOUT-LINHA

           MOVE SPACES TO ESCOUT-LINHA
           STRING "REGISTROS NO REDLVR..: " DELIMITED BY SIZE
                  WS-QTDE-REGISTROS DELIMITED BY SIZE
                  INTO ESCOUT-LINHA
           WRITE ESCOUT-LINHA

           MOVE SPACES TO ESCOUT-LINHA
           STRING "ESCALADOS NA DATA....: " DELIMITED BY SIZE
                  WS-QTDE-ESCALADOS-NOVOS DELIMITED BY SIZE
                  INTO ESCOUT-LINHA
           WRITE ESCOUT-LINHA

           MOVE SPACES TO ESCOUT-LINHA
           STRING "ESCALADOS ANTES......: " DELIMITED BY SIZE
                  WS-QTDE-ESCALADOS-ANT DELIMITED BY SIZE
                  INTO ESCOUT-LINHA
           WRITE ESCOUT-LINHA

           MOVE SPACES TO ESCOUT-LINHA
           STRING "RECUPERADOS..........: " DELIMITED BY SIZE
                  WS-QTDE-RECUPERADOS DELIMITED BY SIZE
                  INTO ESCOUT-LINHA
           WRITE ESCOUT-LINHA

           IF WS-QTDE-EXCEDENTES GREATER ZEROS
               MOVE SPACES TO ESCOUT-LINHA
               STRING "FORA DA TABELA.......: " DELIMITED BY SIZE
                      WS-QTDE-EXCEDENTES DELIMITED BY SIZE
                      INTO ESCOUT-LINHA
               WRITE ESCOUT-LINHA
           END-IF

           IF WS-QTDE-ERRO-REDCTL GREATER ZEROS
               MOVE SPACES TO ESCOUT-LINHA
               STRING "ERROS NO REDCTL......: " DELIMITED BY SIZE
                      WS-QTDE-ERRO-REDCTL DELIMITED BY SIZE
                      INTO ESCOUT-LINHA
               WRITE ESCOUT-LINHA
           END-IF

           CLOSE REDCTL-FILE
           CLOSE REDLVR-FILE
           CLOSE ESCOUT-FILE

           IF WS-QTDE-ERRO-REDCTL GREATER ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTDE-ESCALADOS-NOVOS GREATER ZEROS OR
                       WS-QTDE-ESCALADOS-ANT GREATER ZEROS OR
                       WS-QTDE-EXCEDENTES GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "REENTREGAS..........: " WS-QTDE-REENTREGAS
           DISPLAY "ESCALADOS NA DATA...: " WS-QTDE-ESCALADOS-NOVOS
           DISPLAY "ESCALADOS ANTES.....: " WS-QTDE-ESCALADOS-ANT
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0006-INICIAR-TEMPO
      * REGISTRA NO RUNTIM O INICIO DA EXECUCAO (SERVICO TIMSRV).
      *-----------------------------------------------------------------
       0006-INICIAR-TEMPO.
           MOVE "I"          TO TIMPRM-FUNCAO
           MOVE "PROG023"    TO TIMPRM-PROGRAMA
           MOVE SPACES       TO TIMPRM-MODO
           CALL "TIMSRV" USING TIMPRM-AREA
           .
       0006-END.
      *-----------------------------------------------------------------
      * 0007-ENCERRAR-TEMPO
      * REGISTRA NO RUNTIM O FIM DA EXECUCAO COM O RETURN-CODE E AS
      * CONTAGENS. O RETURN-CODE E REPOSTO DEPOIS DA CHAMADA.
      *-----------------------------------------------------------------
       0007-ENCERRAR-TEMPO.
           MOVE "F"          TO TIMPRM-FUNCAO
           MOVE RETURN-CODE  TO TIMPRM-RC
           MOVE WS-QTDE-LOTES TO TIMPRM-QTDE-LIDOS
           MOVE WS-QTDE-REGISTROS TO TIMPRM-QTDE-GRAVADOS
           CALL "TIMSRV" USING TIMPRM-AREA
           MOVE TIMPRM-RC    TO RETURN-CODE
           .
       0007-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           PERFORM 0007-ENCERRAR-TEMPO
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
