      *                   LOTE E CONFERIDO CONTRA O SEU TRAILER:
      *                   TRAILER AUSENTE OU COM CONTAGEM ERRADA E
      *                   APONTADO COMO ENTREGA INCOMPLETA.
      * 15/10/2026 FRB    CADASTRO DE CONSUMIDORES (CONSUM): O LOTE SO
      *                   E CONFIRMADO QUANDO TODOS OS CONSUMIDORES
      *                   ATIVOS NA DATA DO LOTE GRAVARAM O RECIBO, E
      *                   CADA CONSUMIDOR EM FALTA APOS O SEU PRAZO DE
      *                   RETIRADA SAI NO RELATORIO. SEM O CADASTRO,
      *                   QUALQUER RECIBO CONTINUA CONFIRMANDO O LOTE.
      * 15/10/2026 FRB    REGISTRO DO INICIO E DO FIM DA EXECUCAO NO
      *                   ARQUIVO DE TEMPOS DO CICLO (SERVICO TIMSRV,
      *                   ARQUIVO RUNTIM) COM O RC E OS REGISTROS LIDOS
      *                   DO NOTIFY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG007.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACKPARM.

           SELECT CONSUM-FILE ASSIGN TO "CONSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSUM.

           SELECT ACKOUT-FILE ASSIGN TO "ACKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACKOUT.
           RECORDING MODE IS F.
       COPY "ACKPARM.cpy".

       FD  CONSUM-FILE
           RECORDING MODE IS F.
       COPY "CONSUM.cpy".

       FD  ACKOUT-FILE
           RECORDING MODE IS F.
       01 ACKOUT-LINHA            PIC X(80).
       01 WS-FS-NTFACK            PIC X(02) VALUE SPACES.
       01 WS-FS-ACKPARM           PIC X(02) VALUE SPACES.
       01 WS-FS-ACKOUT            PIC X(02) VALUE SPACES.
       01 WS-FS-CONSUM            PIC X(02) VALUE SPACES.
       01 WS-SW-NOTIFY-ABERTO     PIC X(01) VALUE "N".
           88 WS-NOTIFY-ABERTO            VALUE "S".


      *-----------------------------------------------------------------
      * TABELA EM MEMORIA DAS CONFIRMACOES DE CONSUMO (NTFACK), PELO
      * NUMERO DO LOTE CONSUMIDO E PELO CONSUMIDOR QUE O CONFIRMOU
      *-----------------------------------------------------------------
       01 WS-ACK-QTDE             PIC 9(04) VALUE ZEROS.
       01 WS-ACK-TABELA.
           05 WS-ACK-ITEM OCCURS 2000 TIMES INDEXED BY WS-ACK-IDX.
               10 WS-ACK-SEQ      PIC 9(08).
               10 WS-ACK-CONSUMIDOR PIC X(08).
       01 WS-SW-ACK-ACHADO        PIC X(01) VALUE "N".
           88 WS-ACK-ACHADO               VALUE "S".
       01 WS-ACK-CONS-PROCURADO   PIC X(08) VALUE SPACES.
      *        CONSUMIDOR PROCURADO NA TABELA; ESPACOS = QUALQUER UM

      *-----------------------------------------------------------------
      * TABELA EM MEMORIA DO CADASTRO DE CONSUMIDORES (CONSUM), COM A
      * DATA DE CORTE DE CADA UM (DATA DE REFERENCIA MENOS O PRAZO DE
      * RETIRADA DO CONSUMIDOR)
      *-----------------------------------------------------------------
       01 WS-SW-CADASTRO          PIC X(01) VALUE "N".
           88 WS-COM-CADASTRO             VALUE "S".
       01 WS-CON-QTDE             PIC 9(02) VALUE ZEROS.
       01 WS-CON-TABELA.
           05 WS-CON-ITEM OCCURS 50 TIMES INDEXED BY WS-CON-IDX.
               10 WS-CON-CODIGO   PIC X(08).
               10 WS-CON-ATIVO-DE PIC X(08).
               10 WS-CON-ATIVO-ATE PIC X(08).
               10 WS-CON-DATA-CORTE PIC X(08).
       01 WS-CON-PRAZO            PIC 9(03) VALUE ZEROS.
       01 WS-SW-CON-ACHADO        PIC X(01) VALUE "N".
           88 WS-CON-ACHADO               VALUE "S".

      *-----------------------------------------------------------------
      * LOTE CORRENTE DA LEITURA DO NOTIFY: CABECALHO ABRE O LOTE, OS
       01 WS-LOTE-DATA            PIC X(08) VALUE SPACES.
       01 WS-LOTE-HORA            PIC X(06) VALUE SPACES.
       01 WS-LOTE-QTDE-DET        PIC 9(06) VALUE ZEROS.
       01 WS-LOTE-QTDE-ATIVOS     PIC 9(02) VALUE ZEROS.
       01 WS-LOTE-QTDE-FALTAS     PIC 9(02) VALUE ZEROS.
       01 WS-LOTE-QTDE-VENCIDAS   PIC 9(02) VALUE ZEROS.
      *        CONSUMIDORES ATIVOS NA DATA DO LOTE, OS QUE NAO GRAVARAM
      *        RECIBO E OS QUE JA PASSARAM DO PRAZO

      *-----------------------------------------------------------------
      * RETROCESSO DO CALENDARIO PARA A DATA DE CORTE (MESMAS REGRAS DE
      *        LOTES SEM TRAILER OU COM CONTAGEM DE TRAILER ERRADA
       01 WS-QTDE-AVULSOS         PIC 9(06) VALUE ZEROS.
      *        REGISTROS "D"/"T" FORA DE LOTE (SEM CABECALHO)
       01 WS-QTDE-FALTAS-VENCIDAS PIC 9(06) VALUE ZEROS.
      *        PARES LOTE X CONSUMIDOR SEM RECIBO APOS O PRAZO
       01 WS-QTDE-SEM-CONSUMIDOR  PIC 9(06) VALUE ZEROS.
      *        LOTES SEM NENHUM CONSUMIDOR ATIVO NA DATA DO LOTE
       01 WS-QTDE-RECIBOS-AVULSOS PIC 9(06) VALUE ZEROS.
      *        RECIBOS DE CONSUMIDOR FORA DO CADASTRO
       01 WS-QTDE-CADASTRO-INV    PIC 9(04) VALUE ZEROS.
      *        REGISTROS DO CONSUM REJEITADOS NA CARGA
      *-----------------------------------------------------------------
      * TEMPOS DA EXECUCAO PARA A JANELA DO CICLO (SERVICO TIMSRV)
      *-----------------------------------------------------------------
       COPY "TIMPRM.cpy".
       01 WS-QTDE-LIDOS-NOTIFY    PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0006-INICIAR-TEMPO
           PERFORM 0002-INICIALIZAR
           PERFORM 0003-PROCESSAR-NOTIFICACAO
               UNTIL WS-FS-NOTIFY NOT EQUAL "00"
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      * OBTEM OS PARAMETROS, CALCULA A DATA DE CORTE (DATA DE
      * REFERENCIA MENOS A IDADE EM DIAS), CARREGA O CADASTRO DE
      * CONSUMIDORES E AS CONFIRMACOES EM MEMORIA E ABRE O NOTIFY PARA
      * LEITURA.
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           DISPLAY "IDADE MINIMA (DIAS): " WS-IDADE-DIAS
           DISPLAY "DATA DE CORTE: " WS-DATA-CORTE

           OPEN OUTPUT ACKOUT-FILE
           MOVE SPACES TO ACKOUT-LINHA
           STRING "LOTES SEM CONFIRMACAO ANTERIORES A "
           MOVE SPACES TO ACKOUT-LINHA
           WRITE ACKOUT-LINHA

           PERFORM 0002-50-CARREGAR-CONSUMIDORES
           PERFORM 0002-30-CARREGAR-CONFIRMACOES

           OPEN INPUT NOTIFY-FILE
           IF WS-FS-NOTIFY EQUAL "00"
               SET WS-NOTIFY-ABERTO TO TRUE
       0002-26-END.
      *-----------------------------------------------------------------
      * 0002-30-CARREGAR-CONFIRMACOES
      * CARREGA OS NUMEROS DE LOTE CONFIRMADOS EM MEMORIA, COM O
      * CONSUMIDOR DE CADA RECIBO. COM CADASTRO, O RECIBO DE UM
      * CONSUMIDOR FORA DELE E CONTADO A PARTE (NAO CONFIRMA NADA).
      *-----------------------------------------------------------------
       0002-30-CARREGAR-CONFIRMACOES.
           OPEN INPUT NTFACK-FILE
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
                           IF WS-COM-CADASTRO
                               PERFORM 0002-35-CONFERIR-CONSUMIDOR
                           END-IF
                   END-READ
               END-PERFORM
           .
       0002-30-END.
      *-----------------------------------------------------------------
      * 0002-35-CONFERIR-CONSUMIDOR
      * RECIBO GRAVADO COM UM CODIGO QUE NAO ESTA NO CADASTRO: UM
      * CONSUMIDOR NOVO AINDA NAO CADASTRADO OU UM CODIGO ERRADO NO
      * JOB A JUSANTE.
      *-----------------------------------------------------------------
       0002-35-CONFERIR-CONSUMIDOR.
           MOVE "N" TO WS-SW-CON-ACHADO

           SET WS-CON-IDX TO 1
           PERFORM WS-CON-QTDE TIMES
               IF WS-CON-CODIGO(WS-CON-IDX) EQUAL NTFACK-CONSUMIDOR
                   SET WS-CON-ACHADO TO TRUE
               END-IF
               SET WS-CON-IDX UP BY 1
           END-PERFORM

           IF NOT WS-CON-ACHADO
               ADD 1 TO WS-QTDE-RECIBOS-AVULSOS
               DISPLAY "RECIBO DE CONSUMIDOR NAO CADASTRADO: "
                   NTFACK-CONSUMIDOR " LOTE " NTFACK-SEQ-LOTE
           END-IF
           .
       0002-35-END.
      *-----------------------------------------------------------------
      * 0002-40-LER-NOTIFY
      *-----------------------------------------------------------------
       0002-40-LER-NOTIFY.
           READ NOTIFY-FILE
               AT END
                   MOVE "10" TO WS-FS-NOTIFY
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS-NOTIFY
           END-READ
           .
       0002-40-END.
      *-----------------------------------------------------------------
      * 0002-50-CARREGAR-CONSUMIDORES
      * CARREGA O CADASTRO DE CONSUMIDORES EM MEMORIA. REGISTRO SEM
      * CODIGO, COM PRAZO OU DATAS NAO NUMERICOS, OU REPETIDO, E
      * APONTADO NO RELATORIO E NAO ENTRA NA TABELA. SEM O ARQUIVO,
      * OU SEM NENHUM REGISTRO VALIDO, O PROGRAMA SEGUE SEM CADASTRO.
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

           IF WS-CON-QTDE GREATER ZEROS
               SET WS-COM-CADASTRO TO TRUE
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
               ADD 1 TO WS-QTDE-CADASTRO-INV
               MOVE SPACES TO ACKOUT-LINHA
               STRING "CADASTRO INVALIDO: CONSUMIDOR " DELIMITED BY SIZE
                      CONSUM-CONSUMIDOR DELIMITED BY SIZE
                      " PRAZO " DELIMITED BY SIZE
                      CONSUM-PRAZO-DIAS DELIMITED BY SIZE
                      " ATIVO " DELIMITED BY SIZE
                      CONSUM-ATIVO-DE DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      CONSUM-ATIVO-ATE DELIMITED BY SIZE
                      INTO ACKOUT-LINHA
               WRITE ACKOUT-LINHA
           ELSE
               ADD 1 TO WS-CON-QTDE
               SET WS-CON-IDX TO WS-CON-QTDE
               MOVE CONSUM-CONSUMIDOR TO WS-CON-CODIGO(WS-CON-IDX)
               MOVE CONSUM-ATIVO-DE TO WS-CON-ATIVO-DE(WS-CON-IDX)
               MOVE CONSUM-ATIVO-ATE TO WS-CON-ATIVO-ATE(WS-CON-IDX)
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
      * MESMO RETROCESSO DO 0002-20, COM O PRAZO DO CONSUMIDOR NO
      * LUGAR DA IDADE DO ACKPARM.
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
      * MONTA O LOTE A PARTIR DOS REGISTROS LIDOS: O CABECALHO ABRE O
      * LOTE (UM CABECALHO SOBRE LOTE AINDA ABERTO DENUNCIA O TRAILER
      *-----------------------------------------------------------------
      * 0003-35-CONFERIR-CONFIRMACAO
      * PAREIA O LOTE COMPLETO COM AS CONFIRMACOES PELO NUMERO DO
      * LOTE. COM CADASTRO DE CONSUMIDORES, CADA CONSUMIDOR ATIVO NA
      * DATA DO LOTE PRECISA TER O SEU RECIBO; SEM CADASTRO, QUALQUER
      * RECIBO CONFIRMA. SEM RECIBO E COM DATA ANTERIOR A DATA DE
      * CORTE (DO CONSUMIDOR, OU DO ACKPARM), ENTRA NO RELATORIO.
      *-----------------------------------------------------------------
       0003-35-CONFERIR-CONFIRMACAO.
           IF WS-COM-CADASTRO
               PERFORM 0003-38-CONFERIR-CONSUMIDORES
           ELSE
               MOVE SPACES TO WS-ACK-CONS-PROCURADO
               PERFORM 0003-36-PROCURAR-RECIBO

               IF WS-ACK-ACHADO
                   ADD 1 TO WS-QTDE-CONFIRMADAS
               ELSE
                   ADD 1 TO WS-QTDE-PENDENTES
                   IF WS-LOTE-DATA LESS WS-DATA-CORTE
                       ADD 1 TO WS-QTDE-VENCIDAS
                       PERFORM 0003-37-GRAVAR-VENCIDA
                   END-IF
               END-IF
           END-IF
           .
       0003-35-END.
      *-----------------------------------------------------------------
      * 0003-36-PROCURAR-RECIBO
      * PROCURA NA TABELA UM RECIBO DO LOTE CORRENTE, DO CONSUMIDOR EM
      * WS-ACK-CONS-PROCURADO OU, COM ELE EM ESPACOS, DE QUALQUER UM.
      *-----------------------------------------------------------------
       0003-36-PROCURAR-RECIBO.
           MOVE "N" TO WS-SW-ACK-ACHADO

           SET WS-ACK-IDX TO 1
           PERFORM WS-ACK-QTDE TIMES
               IF WS-ACK-SEQ(WS-ACK-IDX) EQUAL WS-LOTE-SEQ AND
                       (WS-ACK-CONS-PROCURADO EQUAL SPACES OR
                        WS-ACK-CONSUMIDOR(WS-ACK-IDX) EQUAL
                        WS-ACK-CONS-PROCURADO)
                   SET WS-ACK-ACHADO TO TRUE
               END-IF
               SET WS-ACK-IDX UP BY 1
           END-PERFORM
           .
       0003-36-END.
      *-----------------------------------------------------------------
      * 0003-37-GRAVAR-VENCIDA
      *-----------------------------------------------------------------
       0003-37-GRAVAR-VENCIDA.
           MOVE SPACES TO ACKOUT-LINHA
           IF WS-ACK-CONS-PROCURADO EQUAL SPACES
               STRING "SEM CONFIRMACAO: LOTE " DELIMITED BY SIZE
                      WS-LOTE-SEQ DELIMITED BY SIZE
                      " DE " DELIMITED BY SIZE
                      WS-LOTE-DATA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LOTE-HORA DELIMITED BY SIZE
                      INTO ACKOUT-LINHA
           ELSE
               STRING "SEM CONFIRMACAO: LOTE " DELIMITED BY SIZE
                      WS-LOTE-SEQ DELIMITED BY SIZE
                      " DE " DELIMITED BY SIZE
                      WS-LOTE-DATA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LOTE-HORA DELIMITED BY SIZE
                      " CONSUMIDOR " DELIMITED BY SIZE
                      WS-ACK-CONS-PROCURADO DELIMITED BY SIZE
                      INTO ACKOUT-LINHA
           END-IF
           WRITE ACKOUT-LINHA
           .
       0003-37-END.
      *-----------------------------------------------------------------
      * 0003-38-CONFERIR-CONSUMIDORES
      * CONFERE O RECIBO DE CADA CONSUMIDOR ATIVO NA DATA DO LOTE. O
      * LOTE E CONFIRMADO QUANDO NENHUM FALTA, PENDENTE QUANDO ALGUM
      * FALTA E VENCIDO QUANDO ALGUM JA PASSOU DO PRAZO. LOTE SEM
      * NENHUM CONSUMIDOR ATIVO NAO E ESPERADO POR NINGUEM.
      *-----------------------------------------------------------------
       0003-38-CONFERIR-CONSUMIDORES.
           MOVE ZEROS TO WS-LOTE-QTDE-ATIVOS
           MOVE ZEROS TO WS-LOTE-QTDE-FALTAS
           MOVE ZEROS TO WS-LOTE-QTDE-VENCIDAS

           SET WS-CON-IDX TO 1
           PERFORM WS-CON-QTDE TIMES
               IF (WS-CON-ATIVO-DE(WS-CON-IDX) EQUAL SPACES OR
                   WS-CON-ATIVO-DE(WS-CON-IDX) NOT GREATER
                   WS-LOTE-DATA) AND
                  (WS-CON-ATIVO-ATE(WS-CON-IDX) EQUAL SPACES OR
                   WS-CON-ATIVO-ATE(WS-CON-IDX) NOT LESS
                   WS-LOTE-DATA)
                   PERFORM 0003-39-CONFERIR-UM-CONSUMIDOR
               END-IF
               SET WS-CON-IDX UP BY 1
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-LOTE-QTDE-ATIVOS EQUAL ZEROS
                   ADD 1 TO WS-QTDE-SEM-CONSUMIDOR
               WHEN WS-LOTE-QTDE-FALTAS EQUAL ZEROS
                   ADD 1 TO WS-QTDE-CONFIRMADAS
               WHEN OTHER
                   ADD 1 TO WS-QTDE-PENDENTES
                   IF WS-LOTE-QTDE-VENCIDAS GREATER ZEROS
                       ADD 1 TO WS-QTDE-VENCIDAS
                   END-IF
           END-EVALUATE
           .
       0003-38-END.
      *-----------------------------------------------------------------
      * 0003-39-CONFERIR-UM-CONSUMIDOR
      *-----------------------------------------------------------------
       0003-39-CONFERIR-UM-CONSUMIDOR.
           ADD 1 TO WS-LOTE-QTDE-ATIVOS
           MOVE WS-CON-CODIGO(WS-CON-IDX) TO WS-ACK-CONS-PROCURADO
           PERFORM 0003-36-PROCURAR-RECIBO

           IF NOT WS-ACK-ACHADO
               ADD 1 TO WS-LOTE-QTDE-FALTAS
               IF WS-LOTE-DATA LESS WS-CON-DATA-CORTE(WS-CON-IDX)
                   ADD 1 TO WS-LOTE-QTDE-VENCIDAS
                   ADD 1 TO WS-QTDE-FALTAS-VENCIDAS
                   PERFORM 0003-37-GRAVAR-VENCIDA
               END-IF
           END-IF
           .
       0003-39-END.
      *-----------------------------------------------------------------
      * 0003-40-LOTE-SEM-TRAILER
      * LOTE ABERTO QUE TERMINOU SEM TRAILER (OUTRO CABECALHO OU FIM
      * DO ARQUIVO NO LUGAR DO "T") = ENTREGA INCOMPLETA.
       0003-50-END.
      *-----------------------------------------------------------------
      * 0005-IMPRIMIR-TOTAIS
      * QUALQUER LOTE VENCIDO SEM CONFIRMACAO, ENTREGA INCOMPLETA,
      * REGISTRO FORA DE LOTE OU REGISTRO INVALIDO NO CADASTRO DE
      * CONSUMIDORES SINALIZA O RETURN-CODE DO STEP.
      *-----------------------------------------------------------------
       0005-IMPRIMIR-TOTAIS.
           IF WS-QTDE-VENCIDAS EQUAL ZEROS AND
                   WS-QTDE-INCOMPLETAS EQUAL ZEROS AND
                   WS-QTDE-AVULSOS EQUAL ZEROS AND
                   WS-QTDE-CADASTRO-INV EQUAL ZEROS
               MOVE "NENHUM LOTE VENCIDO NEM ENTREGA INCOMPLETA" TO
                   ACKOUT-LINHA
               WRITE ACKOUT-LINHA
                  INTO ACKOUT-LINHA
           WRITE ACKOUT-LINHA

           IF WS-COM-CADASTRO
               PERFORM 0005-10-IMPRIMIR-CONSUMIDORES
           END-IF

           IF WS-QTDE-CADASTRO-INV GREATER ZEROS
               MOVE SPACES TO ACKOUT-LINHA
               STRING "CADASTRO INVALIDO....: " DELIMITED BY SIZE
                      WS-QTDE-CADASTRO-INV DELIMITED BY SIZE
                      INTO ACKOUT-LINHA
               WRITE ACKOUT-LINHA
           END-IF

           IF WS-NOTIFY-ABERTO
               CLOSE NOTIFY-FILE
           END-IF

           IF WS-QTDE-VENCIDAS GREATER ZEROS OR
                   WS-QTDE-INCOMPLETAS GREATER ZEROS OR
                   WS-QTDE-AVULSOS GREATER ZEROS OR
                   WS-QTDE-CADASTRO-INV GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "ENTREGAS INCOMPLETAS: " WS-QTDE-INCOMPLETAS
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0005-10-IMPRIMIR-CONSUMIDORES
      *-----------------------------------------------------------------
       0005-10-IMPRIMIR-CONSUMIDORES.
           MOVE SPACES TO ACKOUT-LINHA
           STRING "CONSUMIDORES CADASTR.: " DELIMITED BY SIZE
                  WS-CON-QTDE DELIMITED BY SIZE
                  INTO ACKOUT-LINHA
           WRITE ACKOUT-LINHA

           MOVE SPACES TO ACKOUT-LINHA
           STRING "FALTAS POR CONSUMIDOR: " DELIMITED BY SIZE
                  WS-QTDE-FALTAS-VENCIDAS DELIMITED BY SIZE
                  INTO ACKOUT-LINHA
           WRITE ACKOUT-LINHA

           MOVE SPACES TO ACKOUT-LINHA
           STRING "LOTES SEM CONSUMIDOR.: " DELIMITED BY SIZE
                  WS-QTDE-SEM-CONSUMIDOR DELIMITED BY SIZE
                  INTO ACKOUT-LINHA
           WRITE ACKOUT-LINHA

           MOVE SPACES TO ACKOUT-LINHA
           STRING "RECIBOS NAO CADASTR..: " DELIMITED BY SIZE
                  WS-QTDE-RECIBOS-AVULSOS DELIMITED BY SIZE
                  INTO ACKOUT-LINHA
           WRITE ACKOUT-LINHA
           .
       0005-10-END.
      *-----------------------------------------------------------------
      * 0006-INICIAR-TEMPO
      * REGISTRA NO RUNTIM O INICIO DA EXECUCAO (SERVICO TIMSRV).
      *-----------------------------------------------------------------
       0006-INICIAR-TEMPO.
           MOVE "I"          TO TIMPRM-FUNCAO
           MOVE "PROG007"    TO TIMPRM-PROGRAMA
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
           MOVE WS-QTDE-LIDOS-NOTIFY TO TIMPRM-QTDE-LIDOS
           MOVE ZEROS TO TIMPRM-QTDE-GRAVADOS
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
