      *                   DE COLUNA; BLOCO DE TOTAL GERAL; E EXTRATO
      *                   DELIMITADO (RPTEXT) COM DETALHE E TOTAIS
      *                   POR RAMO PARA A CARGA EM PLANILHA.
      * 15/10/2026 FRB    QUEBRA POR FILIAL: COLUNA FILIAL NO DETALHE,
      *                   RESUMO POR FILIAL E RAMO (EM ORDEM DE FILIAL
      *                   E REGRA) E BLOCO DE TOTAIS POR FILIAL
      *                   (SAUDADOS, SEM SAUDACAO, PULADOS). EXTRATO
      *                   RPTEXT COM A FILIAL NOS REGISTROS "D" E "T"
      *                   E NOVO REGISTRO "F" DE TOTAIS POR FILIAL.
      * 15/10/2026 FRB    RESERVA COMPARTILHADA DO AUDTRL E DO SEQCTL NO
      *                   CICLO (SERVICO LCKSRV, ARQUIVO CYCLOCK) E
      *                   LIBERACAO NO FIM: COM O ARQUIVAMENTO OU OUTRO
      *                   JOB GRAVANDO UM DELES, O RESUMO NAO E FEITO E
      *                   O STEP TERMINA COM RC 12.
      * 15/10/2026 FRB    REGISTRO DO INICIO E DO FIM DA EXECUCAO NO
      *                   ARQUIVO DE TEMPOS DO CICLO (SERVICO TIMSRV,
      *                   ARQUIVO RUNTIM) COM O RC, OS REGISTROS LIDOS
      *                   DA TRILHA E OS GRAVADOS NO RPTEXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG002.
       01 WS-DATA-EDITADA         PIC X(10) VALUE SPACES.
       01 WS-HORA-EMISSAO         PIC X(08) VALUE SPACES.
       01 WS-HORA-EDITADA         PIC X(08) VALUE SPACES.
       01 WS-REGUA-COLUNAS        PIC X(72) VALUE ALL "-".
       01 WS-LINHA-GUARDADA       PIC X(80) VALUE SPACES.

       01 WS-LINHA-DETALHE.
           05 WS-LD-DATA          PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LD-FILIAL        PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LD-NOME          PIC X(25).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LD-NOME2         PIC X(25).

      *-----------------------------------------------------------------
      * TABELA DE CONTAGEM POR FILIAL E RAMO (POR AUDTRL-FILIAL +
      * AUDTRL-COD-REGRA - O TEXTO EM AUDTRL-NOME E SO GUARDADO PARA
      * EXIBICAO, POIS PODE SER ALTERADO A QUALQUER MOMENTO PELO
      * CADASTRO DE SAUDACOES). MANTIDA EM ORDEM DE FILIAL E REGRA.
      *-----------------------------------------------------------------
       01 WS-RAMO-LIMITE          PIC 9(03) VALUE 200.
       01 WS-RAMO-QTDE-ITENS      PIC 9(03) VALUE ZEROS.
       01 WS-RAMO-TABELA.
           05 WS-RAMO-ITEM OCCURS 200 TIMES INDEXED BY WS-RAMO-IDX.
               10 WS-RAMO-CHAVE.
                   15 WS-RAMO-FILIAL    PIC X(04).
                   15 WS-RAMO-COD-REGRA PIC X(02).
               10 WS-RAMO-NOME    PIC X(25).
               10 WS-RAMO-QTDE    PIC 9(04).
       01 WS-SW-RAMO-ACHADO       PIC X(01) VALUE "N".
           88 WS-RAMO-ACHADO              VALUE "S".
       01 WS-RAMO-CHAVE-NOVA.
           05 WS-RAMO-FILIAL-NOVA PIC X(04).
           05 WS-RAMO-REGRA-NOVA  PIC X(02).

      *-----------------------------------------------------------------
      * TABELA DE TOTAIS POR FILIAL, EM ORDEM DE CODIGO. A FILIAL EM
      * ESPACOS E A FILIAL IMPLICITA (PROG001A SEM CADASTRO FILIAL).
      *-----------------------------------------------------------------
       01 WS-FIL-LIMITE           PIC 9(03) VALUE 50.
       01 WS-FIL-QTDE-ITENS       PIC 9(03) VALUE ZEROS.
       01 WS-FIL-TABELA.
           05 WS-FIL-ITEM OCCURS 50 TIMES INDEXED BY WS-FIL-IDX.
               10 WS-FIL-CODIGO   PIC X(04).
               10 WS-FIL-SAUDADOS PIC 9(04).
               10 WS-FIL-SEM-SAUD PIC 9(04).
               10 WS-FIL-PULADOS  PIC 9(04).
               10 WS-FIL-TOTAL    PIC 9(04).
       01 WS-SW-FIL-ACHADA        PIC X(01) VALUE "N".
           88 WS-FIL-ACHADA               VALUE "S".

      *-----------------------------------------------------------------
      * INSERCAO ORDENADA NAS TABELAS: POSICAO DE INSERCAO E POSICAO
      * CORRENTE DO DESLOCAMENTO
      *-----------------------------------------------------------------
       01 WS-POS-INSERCAO         PIC 9(03) VALUE ZEROS.
       01 WS-POS-DESLOCA          PIC 9(03) VALUE ZEROS.
       01 WS-POS-DESTINO          PIC 9(03) VALUE ZEROS.
       01 WS-QTDE-DESLOCA         PIC 9(03) VALUE ZEROS.

       01 WS-TOTAL-DIAS           PIC 9(04) VALUE ZEROS.
       01 WS-TOTAL-DIAS-PULADOS   PIC 9(04) VALUE ZEROS.
      *        0003-NOME NUNCA CHEGOU A DECIDIR UMA REGRA DE SAUDACAO -
      *        NAO ENTRAM NA TABELA DE RAMOS, POIS NAO REPRESENTAM UM
      *        RAMO DE 0003-NOME.
       01 WS-SW-LIMITE-EXCEDIDO   PIC X(01) VALUE "N".
           88 WS-LIMITE-EXCEDIDO          VALUE "S".
      *-----------------------------------------------------------------
      * RESERVA DOS ARQUIVOS DO CICLO (SERVICO LCKSRV)
      *-----------------------------------------------------------------
       COPY "LCKPRM.cpy".
       01 WS-RC-GUARDA            PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
      * TEMPOS DA EXECUCAO PARA A JANELA DO CICLO (SERVICO TIMSRV)
      *-----------------------------------------------------------------
       COPY "TIMPRM.cpy".
       01 WS-QTDE-LIDOS-AUDTRL    PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0008-INICIAR-TEMPO
           PERFORM 0002-INICIALIZAR
           PERFORM 0003-PROCESSAR-REGISTRO
               UNTIL WS-FS-AUDTRL NOT EQUAL "00"
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           PERFORM 0006-RESERVAR-CICLO
           PERFORM 0002-10-OBTER-PARAMETRO

           DISPLAY "RESUMO MENSAL PARA: " WS-ANO-MES-ALVO
           READ AUDTRL-FILE
               AT END
                   MOVE "10" TO WS-FS-AUDTRL
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS-AUDTRL
           END-READ
           .
       0002-20-END.
      *-----------------------------------------------------------------
      * 0003-PROCESSAR-REGISTRO
      * PARA CADA REGISTRO DA TRILHA DE AUDITORIA DO MES ALVO, IMPRIME
      * A LINHA DE DETALHE E ACUMULA A CONTAGEM POR FILIAL E RAMO DE
      * 0003-NOME. REGISTROS COM AUDTRL-COD-REGRA EM BRANCO VIERAM DE
      * UMA DATA REJEITADA POR 0002-20-VALIDAR-DATA - 0003-NOME NUNCA
      * DECIDIU UM RAMO NESSE CASO, ENTAO SAO CONTADOS A PARTE E NAO
      * ENTRAM NOS TOTAIS POR FILIAL (O REGISTRO E DA EXECUCAO TODA).
      *-----------------------------------------------------------------
       0003-PROCESSAR-REGISTRO.
           IF AUDTRL-DATA(1:6) EQUAL WS-ANO-MES-ALVO
               EVALUATE TRUE
                   WHEN AUDTRL-PARAGRAFO EQUAL "0003-SKIPPED"
                       ADD 1 TO WS-TOTAL-DIAS-PULADOS
                       PERFORM 0003-30-ACUMULAR-FILIAL
                   WHEN AUDTRL-COD-REGRA EQUAL SPACES
                       ADD 1 TO WS-TOTAL-DATAS-INVALIDAS
                   WHEN OTHER
                       PERFORM 0003-20-ACUMULAR-RAMO
                       PERFORM 0003-30-ACUMULAR-FILIAL
               END-EVALUATE
           END-IF

           MOVE AUDTRL-DATA(5:2) TO WS-LD-DATA(4:2)
           MOVE "/"              TO WS-LD-DATA(6:1)
           MOVE AUDTRL-DATA(1:4) TO WS-LD-DATA(7:4)
           MOVE AUDTRL-FILIAL    TO WS-LD-FILIAL
           MOVE AUDTRL-NOME      TO WS-LD-NOME
           MOVE AUDTRL-NOME2     TO WS-LD-NOME2

           STRING "D;" DELIMITED BY SIZE
                  AUDTRL-DATA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  AUDTRL-FILIAL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  AUDTRL-COD-REGRA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  AUDTRL-NOME DELIMITED BY SIZE
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-20-ACUMULAR-RAMO
      * PROCURA A FILIAL + AUDTRL-COD-REGRA NA TABELA DE RAMOS; QUANDO
      * NAO ENCONTRADA, INSERE UMA NOVA LINHA NA POSICAO DA SUA CHAVE,
      * DESLOCANDO AS SEGUINTES, PARA O RESUMO SAIR EM ORDEM DE
      * FILIAL E REGRA.
      *-----------------------------------------------------------------
       0003-20-ACUMULAR-RAMO.
           SET WS-SW-RAMO-ACHADO TO "N"
           MOVE AUDTRL-FILIAL    TO WS-RAMO-FILIAL-NOVA
           MOVE AUDTRL-COD-REGRA TO WS-RAMO-REGRA-NOVA
           MOVE ZEROS TO WS-POS-INSERCAO

           SET WS-RAMO-IDX TO 1
           PERFORM WS-RAMO-QTDE-ITENS TIMES
               IF WS-RAMO-CHAVE(WS-RAMO-IDX) EQUAL WS-RAMO-CHAVE-NOVA
                   ADD 1 TO WS-RAMO-QTDE(WS-RAMO-IDX)
                   SET WS-RAMO-ACHADO TO TRUE
               END-IF
               IF WS-RAMO-CHAVE(WS-RAMO-IDX) GREATER
                       WS-RAMO-CHAVE-NOVA AND WS-POS-INSERCAO EQUAL
                       ZEROS
                   SET WS-POS-INSERCAO TO WS-RAMO-IDX
               END-IF
               SET WS-RAMO-IDX UP BY 1
           END-PERFORM

           IF NOT WS-RAMO-ACHADO
               IF WS-RAMO-QTDE-ITENS NOT LESS WS-RAMO-LIMITE
                   DISPLAY "LIMITE DE " WS-RAMO-LIMITE " RAMOS "
                       "EXCEDIDO - FILIAL " AUDTRL-FILIAL " REGRA "
                       AUDTRL-COD-REGRA " NAO TOTALIZADA"
                   SET WS-LIMITE-EXCEDIDO TO TRUE
               ELSE
                   IF WS-POS-INSERCAO EQUAL ZEROS
                       COMPUTE WS-POS-INSERCAO =
                           WS-RAMO-QTDE-ITENS + 1
                   END-IF
                   MOVE WS-RAMO-QTDE-ITENS TO WS-POS-DESLOCA
                   COMPUTE WS-QTDE-DESLOCA =
                       WS-RAMO-QTDE-ITENS - WS-POS-INSERCAO + 1
                   PERFORM 0003-25-DESLOCAR-RAMO
                       WS-QTDE-DESLOCA TIMES
                   ADD 1 TO WS-RAMO-QTDE-ITENS
                   SET WS-RAMO-IDX TO WS-POS-INSERCAO
                   MOVE WS-RAMO-CHAVE-NOVA TO
                       WS-RAMO-CHAVE(WS-RAMO-IDX)
                   MOVE AUDTRL-NOME TO WS-RAMO-NOME(WS-RAMO-IDX)
                   MOVE 1 TO WS-RAMO-QTDE(WS-RAMO-IDX)
               END-IF
           END-IF
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0003-25-DESLOCAR-RAMO
      *-----------------------------------------------------------------
       0003-25-DESLOCAR-RAMO.
           COMPUTE WS-POS-DESTINO = WS-POS-DESLOCA + 1
           MOVE WS-RAMO-ITEM(WS-POS-DESLOCA) TO
               WS-RAMO-ITEM(WS-POS-DESTINO)
           SUBTRACT 1 FROM WS-POS-DESLOCA
           .
       0003-25-END.
      *-----------------------------------------------------------------
      * 0003-30-ACUMULAR-FILIAL
      * TOTAIS POR FILIAL: SAUDADOS (DESFECHO "0003-END"), SEM
      * SAUDACAO (REGRA 04) E PULADOS (DIA NAO UTIL). FILIAL NOVA E
      * INSERIDA NA POSICAO DO SEU CODIGO.
      *-----------------------------------------------------------------
       0003-30-ACUMULAR-FILIAL.
           SET WS-SW-FIL-ACHADA TO "N"
           MOVE ZEROS TO WS-POS-INSERCAO

           SET WS-FIL-IDX TO 1
           PERFORM WS-FIL-QTDE-ITENS TIMES
               IF WS-FIL-CODIGO(WS-FIL-IDX) EQUAL AUDTRL-FILIAL
                   SET WS-FIL-ACHADA TO TRUE
                   SET WS-POS-INSERCAO TO WS-FIL-IDX
               END-IF
               IF WS-FIL-CODIGO(WS-FIL-IDX) GREATER AUDTRL-FILIAL AND
                       WS-POS-INSERCAO EQUAL ZEROS
                   SET WS-POS-INSERCAO TO WS-FIL-IDX
               END-IF
               SET WS-FIL-IDX UP BY 1
           END-PERFORM

           IF NOT WS-FIL-ACHADA
               IF WS-FIL-QTDE-ITENS NOT LESS WS-FIL-LIMITE
                   DISPLAY "LIMITE DE " WS-FIL-LIMITE " FILIAIS "
                       "EXCEDIDO - FILIAL " AUDTRL-FILIAL
                       " NAO TOTALIZADA"
                   SET WS-LIMITE-EXCEDIDO TO TRUE
               ELSE
                   IF WS-POS-INSERCAO EQUAL ZEROS
                       COMPUTE WS-POS-INSERCAO =
                           WS-FIL-QTDE-ITENS + 1
                   END-IF
                   MOVE WS-FIL-QTDE-ITENS TO WS-POS-DESLOCA
                   COMPUTE WS-QTDE-DESLOCA =
                       WS-FIL-QTDE-ITENS - WS-POS-INSERCAO + 1
                   PERFORM 0003-35-DESLOCAR-FILIAL
                       WS-QTDE-DESLOCA TIMES
                   ADD 1 TO WS-FIL-QTDE-ITENS
                   SET WS-FIL-IDX TO WS-POS-INSERCAO
                   MOVE AUDTRL-FILIAL TO WS-FIL-CODIGO(WS-FIL-IDX)
                   MOVE ZEROS TO WS-FIL-SAUDADOS(WS-FIL-IDX)
                   MOVE ZEROS TO WS-FIL-SEM-SAUD(WS-FIL-IDX)
                   MOVE ZEROS TO WS-FIL-PULADOS(WS-FIL-IDX)
                   MOVE ZEROS TO WS-FIL-TOTAL(WS-FIL-IDX)
                   SET WS-FIL-ACHADA TO TRUE
               END-IF
           END-IF

           IF WS-FIL-ACHADA
               SET WS-FIL-IDX TO WS-POS-INSERCAO
               ADD 1 TO WS-FIL-TOTAL(WS-FIL-IDX)
               EVALUATE TRUE
                   WHEN AUDTRL-PARAGRAFO EQUAL "0003-SKIPPED"
                       ADD 1 TO WS-FIL-PULADOS(WS-FIL-IDX)
                   WHEN AUDTRL-PARAGRAFO EQUAL "0003-END"
                       ADD 1 TO WS-FIL-SAUDADOS(WS-FIL-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-FIL-SEM-SAUD(WS-FIL-IDX)
               END-EVALUATE
           END-IF
           .
       0003-30-END.
      *-----------------------------------------------------------------
      * 0003-35-DESLOCAR-FILIAL
      *-----------------------------------------------------------------
       0003-35-DESLOCAR-FILIAL.
           COMPUTE WS-POS-DESTINO = WS-POS-DESLOCA + 1
           MOVE WS-FIL-ITEM(WS-POS-DESLOCA) TO
               WS-FIL-ITEM(WS-POS-DESTINO)
           SUBTRACT 1 FROM WS-POS-DESLOCA
           .
       0003-35-END.
      *-----------------------------------------------------------------
      * 0004-IMPRIMIR-RESUMO
      *-----------------------------------------------------------------
       0004-IMPRIMIR-RESUMO.
           MOVE SPACES TO RPTOUT-LINHA
           PERFORM 0004-20-GRAVAR-LINHA

           MOVE "RESUMO POR FILIAL E RAMO:" TO RPTOUT-LINHA
           PERFORM 0004-20-GRAVAR-LINHA

           MOVE WS-REGUA-COLUNAS TO RPTOUT-LINHA
           MOVE WS-REGUA-COLUNAS TO RPTOUT-LINHA
           PERFORM 0004-20-GRAVAR-LINHA

           MOVE SPACES TO RPTOUT-LINHA
           PERFORM 0004-20-GRAVAR-LINHA

           MOVE "TOTAIS POR FILIAL:" TO RPTOUT-LINHA
           PERFORM 0004-20-GRAVAR-LINHA

           MOVE WS-REGUA-COLUNAS TO RPTOUT-LINHA
           PERFORM 0004-20-GRAVAR-LINHA

           SET WS-FIL-IDX TO 1
           PERFORM WS-FIL-QTDE-ITENS TIMES
               PERFORM 0004-15-GRAVAR-LINHA-FILIAL
               SET WS-FIL-IDX UP BY 1
           END-PERFORM

           MOVE WS-REGUA-COLUNAS TO RPTOUT-LINHA
           PERFORM 0004-20-GRAVAR-LINHA

           MOVE SPACES TO RPTOUT-LINHA
           MOVE "TOTAL GERAL DO MES:" TO RPTOUT-LINHA
           PERFORM 0004-20-GRAVAR-LINHA
           MOVE SPACES TO RPTOUT-LINHA
           STRING "TOTAL DE DIAS NA TRILHA..: " DELIMITED BY SIZE
                  WS-TOTAL-DIAS DELIMITED BY SIZE
                  " (UM REGISTRO POR FILIAL E DIA)" DELIMITED BY SIZE
                  INTO RPTOUT-LINHA
           PERFORM 0004-20-GRAVAR-LINHA

           IF WS-LIMITE-EXCEDIDO
               MOVE "*** LIMITE DE TABELA EXCEDIDO - TOTAIS POR FILIAL"
                   TO RPTOUT-LINHA
               PERFORM 0004-20-GRAVAR-LINHA
               MOVE "    INCOMPLETOS (VER SYSOUT) ***" TO RPTOUT-LINHA
               PERFORM 0004-20-GRAVAR-LINHA
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-AUDTRL-ABERTO
               CLOSE AUDTRL-FILE
           END-IF
      *-----------------------------------------------------------------
       0004-10-GRAVAR-LINHA-RAMO.
           MOVE SPACES TO RPTOUT-LINHA
           STRING "FILIAL " DELIMITED BY SIZE
                  WS-RAMO-FILIAL(WS-RAMO-IDX) DELIMITED BY SIZE
                  " REGRA " DELIMITED BY SIZE
                  WS-RAMO-COD-REGRA(WS-RAMO-IDX) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-RAMO-NOME(WS-RAMO-IDX) DELIMITED BY SIZE

           MOVE SPACES TO RPTEXT-LINHA
           STRING "T;" DELIMITED BY SIZE
                  WS-RAMO-FILIAL(WS-RAMO-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-RAMO-COD-REGRA(WS-RAMO-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-RAMO-NOME(WS-RAMO-IDX) DELIMITED BY SIZE
           .
       0004-10-END.
      *-----------------------------------------------------------------
      * 0004-15-GRAVAR-LINHA-FILIAL
      *-----------------------------------------------------------------
       0004-15-GRAVAR-LINHA-FILIAL.
           MOVE SPACES TO RPTOUT-LINHA
           STRING "FILIAL " DELIMITED BY SIZE
                  WS-FIL-CODIGO(WS-FIL-IDX) DELIMITED BY SIZE
                  " SAUDADOS: " DELIMITED BY SIZE
                  WS-FIL-SAUDADOS(WS-FIL-IDX) DELIMITED BY SIZE
                  " SEM SAUDACAO: " DELIMITED BY SIZE
                  WS-FIL-SEM-SAUD(WS-FIL-IDX) DELIMITED BY SIZE
                  " PULADOS: " DELIMITED BY SIZE
                  WS-FIL-PULADOS(WS-FIL-IDX) DELIMITED BY SIZE
                  " TOTAL: " DELIMITED BY SIZE
                  WS-FIL-TOTAL(WS-FIL-IDX) DELIMITED BY SIZE
                  INTO RPTOUT-LINHA
           PERFORM 0004-20-GRAVAR-LINHA

           MOVE SPACES TO RPTEXT-LINHA
           STRING "F;" DELIMITED BY SIZE
                  WS-FIL-CODIGO(WS-FIL-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FIL-SAUDADOS(WS-FIL-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FIL-SEM-SAUD(WS-FIL-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FIL-PULADOS(WS-FIL-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FIL-TOTAL(WS-FIL-IDX) DELIMITED BY SIZE
                  INTO RPTEXT-LINHA
           WRITE RPTEXT-LINHA
           ADD 1 TO WS-QTDE-GRAV-RPTEXT
           .
       0004-15-END.
      *-----------------------------------------------------------------
      * 0004-20-GRAVAR-LINHA
      * TODA LINHA DO RELATORIO PASSA POR AQUI: ABRE NOVA PAGINA
      * QUANDO A CORRENTE ENCHE E MANTEM A CONTAGEM DE CONTROLE DO
           MOVE 3 TO WS-LINHA-CORRENTE

           IF WS-SECAO-DETALHE
               MOVE SPACES TO RPTOUT-LINHA
               STRING "DATA        FILIAL  NOME" DELIMITED BY SIZE
                      "                       NOME2" DELIMITED BY SIZE
                      INTO RPTOUT-LINHA
               WRITE RPTOUT-LINHA
               ADD 1 TO WS-QTDE-GRAV-RPTOUT

           CLOSE CTLTOT-FILE
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0006-RESERVAR-CICLO
      * RESERVA COMPARTILHADA (SO LEITURA) DO AUDTRL E DO SEQCTL. COM
      * OUTRO JOB DO CICLO GRAVANDO UM DELES, O RESUMO NAO E FEITO E O
      * STEP TERMINA COM RC 12 (RC 8 SE O ARQUIVO DE RESERVAS FALHAR).
      *-----------------------------------------------------------------
       0006-RESERVAR-CICLO.
           MOVE "R"          TO LCKPRM-FUNCAO
           MOVE "PROG002"    TO LCKPRM-PROGRAMA
           MOVE 2            TO LCKPRM-QTDE-ARQ
           MOVE "AUDTRL"     TO LCKPRM-ARQ-NOME(1)
           MOVE "C"          TO LCKPRM-ARQ-MODO(1)
           MOVE "SEQCTL"     TO LCKPRM-ARQ-NOME(2)
           MOVE "C"          TO LCKPRM-ARQ-MODO(2)
           CALL "LCKSRV" USING LCKPRM-AREA

           IF LCKPRM-RETORNO NOT EQUAL "0"
               DISPLAY "PROG002 NAO EXECUTADO - " LCKPRM-MOTIVO
               IF LCKPRM-RETORNO EQUAL "4"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 9999-FINALIZAR
           END-IF
           .
       0006-END.
      *-----------------------------------------------------------------
      * 0007-LIBERAR-CICLO
      * O RETURN-CODE DO STEP E GUARDADO EM VOLTA DA CHAMADA.
      *-----------------------------------------------------------------
       0007-LIBERAR-CICLO.
           MOVE RETURN-CODE TO WS-RC-GUARDA
           MOVE "L"          TO LCKPRM-FUNCAO
           MOVE "PROG002"    TO LCKPRM-PROGRAMA
           CALL "LCKSRV" USING LCKPRM-AREA
           MOVE WS-RC-GUARDA TO RETURN-CODE
           .
       0007-END.
      *-----------------------------------------------------------------
      * 0008-INICIAR-TEMPO
      * REGISTRA NO RUNTIM O INICIO DA EXECUCAO (SERVICO TIMSRV).
      *-----------------------------------------------------------------
       0008-INICIAR-TEMPO.
           MOVE "I"          TO TIMPRM-FUNCAO
           MOVE "PROG002"    TO TIMPRM-PROGRAMA
           MOVE SPACES       TO TIMPRM-MODO
           CALL "TIMSRV" USING TIMPRM-AREA
           .
       0008-END.
      *-----------------------------------------------------------------
      * 0009-ENCERRAR-TEMPO
      * REGISTRA NO RUNTIM O FIM DA EXECUCAO COM O RETURN-CODE E AS
      * CONTAGENS. O RETURN-CODE E REPOSTO DEPOIS DA CHAMADA.
      *-----------------------------------------------------------------
       0009-ENCERRAR-TEMPO.
           MOVE "F"          TO TIMPRM-FUNCAO
           MOVE RETURN-CODE  TO TIMPRM-RC
           MOVE WS-QTDE-LIDOS-AUDTRL TO TIMPRM-QTDE-LIDOS
           MOVE WS-QTDE-GRAV-RPTEXT TO TIMPRM-QTDE-GRAVADOS
           CALL "TIMSRV" USING TIMPRM-AREA
           MOVE TIMPRM-RC    TO RETURN-CODE
           .
       0009-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           PERFORM 0007-LIBERAR-CICLO
           PERFORM 0009-ENCERRAR-TEMPO
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN
           .
