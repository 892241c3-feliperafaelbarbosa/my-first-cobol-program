      *                   POR VIR APARECIAM COMO FALTANTES E O
      *                   PROG011 OS "RECUPERAVA" COM DATAS FUTURAS.
      *                   O RECOUT CONTINUA LISTANDO O MES INTEIRO.
      * 15/10/2026 FRB    CONFERENCIA POR FILIAL: CADA DIA E CONFERIDO
      *                   PARA CADA FILIAL ATIVA NO CADASTRO FILIAL
      *                   (SITUACAO "A" E INICIO DE OPERACAO ATE O
      *                   DIA). DIA SEM DESFECHO EM NENHUMA FILIAL
      *                   CONTINUA INDO AO GAPFILE; DIA SEM DESFECHO SO
      *                   EM PARTE DAS FILIAIS SAI NO RECOUT COM A
      *                   FILIAL E NAO VAI AO GAPFILE (O PROG011
      *                   REPROCESSARIA TODAS). DUPLICIDADE CONTADA
      *                   POR FILIAL; REGISTROS DO MESMO LOTE DEIXAM
      *                   DE SER APONTADOS COMO SEQUENCIA REPETIDA.
      *                   TOTAIS POR FILIAL NO FIM DO RELATORIO. SEM O
      *                   CADASTRO, UMA FILIAL IMPLICITA (CODIGO EM
      *                   ESPACOS) COMO ANTES.
      * 15/10/2026 FRB    REGISTRO DO INICIO E DO FIM DA EXECUCAO NO
      *                   ARQUIVO DE TEMPOS DO CICLO (SERVICO TIMSRV,
      *                   ARQUIVO RUNTIM) COM O RC, OS REGISTROS LIDOS
      *                   DA TRILHA E OS DIAS GRAVADOS NO GAPFILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG006.
           SELECT GAPFILE-FILE ASSIGN TO "GAPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GAPFILE.

           SELECT FILIAL-FILE ASSIGN TO "FILIAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FILIAL-CODIGO
               FILE STATUS IS WS-FS-FILIAL.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY "GAPREC.cpy".

       FD  FILIAL-FILE
           RECORDING MODE IS F.
       COPY "FILIAL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-AUDTRL            PIC X(02) VALUE SPACES.
       01 WS-FS-DATEXC            PIC X(02) VALUE SPACES.
       01 WS-FS-RECPARM           PIC X(02) VALUE SPACES.
       01 WS-FS-RECOUT            PIC X(02) VALUE SPACES.
       01 WS-FS-GAPFILE           PIC X(02) VALUE SPACES.
       01 WS-FS-FILIAL            PIC X(02) VALUE SPACES.
       01 WS-SW-AUDTRL-ABERTO     PIC X(01) VALUE "N".
           88 WS-AUDTRL-ABERTO            VALUE "S".

       01 WS-DATA-MONTADA         PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * CONTAGEM POR DIA DO MES ALVO: REJEICOES GRAVADAS EM DATEXC (A
      * REJEICAO E DA EXECUCAO TODA, NAO DE UMA FILIAL)
      *-----------------------------------------------------------------
       01 WS-DIA-TABELA.
           05 WS-DIA-ITEM OCCURS 31 TIMES INDEXED BY WS-DIA-IDX.
               10 WS-DIA-QTDE-EXC PIC 9(03).

      *-----------------------------------------------------------------
      * CONTAGEM POR FILIAL E DIA: DESFECHOS REGISTRADOS NA TRILHA.
      * FILIAIS DO CADASTRO (OU A IMPLICITA) ENTRAM COMO ESPERADAS;
      * FILIAL ENCONTRADA NA TRILHA E AUSENTE DO CADASTRO ENTRA SO
      * PARA A CONFERENCIA DE DUPLICIDADE.
      *-----------------------------------------------------------------
       01 WS-FIL-LIMITE           PIC 9(03) VALUE 50.
       01 WS-FIL-QTDE             PIC 9(03) VALUE ZEROS.
       01 WS-FIL-NUM              PIC 9(03) VALUE ZEROS.
       01 WS-FIL-TABELA.
           05 WS-FIL-ITEM OCCURS 50 TIMES.
               10 WS-FIL-CODIGO   PIC X(04).
               10 WS-FIL-INICIO   PIC X(08).
               10 WS-FIL-SW-ESPERADA PIC X(01).
                   88 WS-FIL-ESPERADA         VALUE "S".
               10 WS-FIL-QTDE-DIAS PIC 9(04).
               10 WS-FIL-QTDE-FALT PIC 9(04).
               10 WS-FIL-QTDE-DUPL PIC 9(04).
               10 WS-FIL-DIA OCCURS 31 TIMES.
                   15 WS-FIL-QTDE-FIM PIC 9(03).
       01 WS-SW-FIL-ACHADA        PIC X(01) VALUE "N".
           88 WS-FIL-ACHADA               VALUE "S".
       01 WS-SW-FIL-EXCEDIDA      PIC X(01) VALUE "N".
           88 WS-FIL-EXCEDIDA             VALUE "S".
       01 WS-FIL-CODIGO-BUSCA     PIC X(04) VALUE SPACES.
       01 WS-FIL-INICIO-NOVA      PIC X(08) VALUE SPACES.
       01 WS-FIL-ESPERADA-NOVA    PIC X(01) VALUE SPACES.
       01 WS-QTDE-ESPERADAS-DIA   PIC 9(03) VALUE ZEROS.
       01 WS-QTDE-AUSENTES-DIA    PIC 9(03) VALUE ZEROS.
       01 WS-SW-DIA-IMPLICITO     PIC X(01) VALUE "N".
           88 WS-DIA-IMPLICITO            VALUE "S".
      *        DIA COM DESFECHO DA FILIAL IMPLICITA (EXECUCAO SEM O
      *        CADASTRO FILIAL, P.EX. ANTES DA IMPLANTACAO): O DIA FICA
      *        COBERTO PARA TODAS AS FILIAIS

      *-----------------------------------------------------------------
      * DIAS NO MES ALVO E DIA DA SEMANA DOS FALTANTES (SERVICO DE
      * DATAS DATESRV, O MESMO DO PROG001A)
       COPY "DATEPRM.cpy".
       01 WS-DIA-NUM              PIC 9(02) VALUE ZEROS.
       01 WS-DIAS-NO-MES          PIC 9(02) VALUE ZEROS.
       01 WS-DIA-ZERAR            PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * CONFERENCIA DA SEQUENCIA DE LOTE (AUDTRL-SEQ-LOTE)
      *        FALTANTES EM DIA DE SEMANA (SEGUNDA A SEXTA)
       01 WS-QTDE-FALT-FDS        PIC 9(04) VALUE ZEROS.
      *        FALTANTES EM SABADO OU DOMINGO
       01 WS-QTDE-FALT-FILIAL     PIC 9(04) VALUE ZEROS.
      *        DIAS COM DESFECHO EM PARTE DAS FILIAIS: UMA CONTAGEM POR
      *        FILIAL AUSENTE
       01 WS-QTDE-DUPLICADOS      PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-EXC-SEQUENCIA   PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-EXCECOES        PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
      * TEMPOS DA EXECUCAO PARA A JANELA DO CICLO (SERVICO TIMSRV)
      *-----------------------------------------------------------------
       COPY "TIMPRM.cpy".
       01 WS-QTDE-LIDOS-AUDTRL    PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-GRAV-GAPFILE    PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0007-INICIAR-TEMPO
           PERFORM 0002-INICIALIZAR
           PERFORM 0003-PROCESSAR-REGISTRO
               UNTIL WS-FS-AUDTRL NOT EQUAL "00"
           END-IF

           PERFORM 0002-15-CALCULAR-DIAS-NO-MES
           PERFORM 0002-30-CARREGAR-FILIAIS

           OPEN OUTPUT RECOUT-FILE
           OPEN OUTPUT GAPFILE-FILE
       0002-05-ZERAR-TABELA-DIAS.
           SET WS-DIA-IDX TO 1
           PERFORM 31 TIMES
               MOVE ZEROS TO WS-DIA-QTDE-EXC(WS-DIA-IDX)
               SET WS-DIA-IDX UP BY 1
           END-PERFORM
           READ AUDTRL-FILE
               AT END
                   MOVE "10" TO WS-FS-AUDTRL
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS-AUDTRL
           END-READ
           .
       0002-20-END.
      *-----------------------------------------------------------------
      * 0002-30-CARREGAR-FILIAIS
      * FILIAIS ESPERADAS NA TRILHA: AS DE SITUACAO "A" NO CADASTRO
      * FILIAL, CADA UMA A PARTIR DO SEU INICIO DE OPERACAO. SEM O
      * CADASTRO, UMA UNICA FILIAL IMPLICITA COM CODIGO EM ESPACOS,
      * COMO O PROG001A GRAVA NESSE CASO.
      *-----------------------------------------------------------------
       0002-30-CARREGAR-FILIAIS.
           MOVE ZEROS TO WS-FIL-QTDE

           OPEN INPUT FILIAL-FILE
           IF WS-FS-FILIAL EQUAL "00"
               PERFORM UNTIL WS-FS-FILIAL NOT EQUAL "00"
                   READ FILIAL-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-FILIAL
                       NOT AT END
                           IF FILIAL-SITUACAO EQUAL "A"
                               MOVE FILIAL-CODIGO TO
                                   WS-FIL-CODIGO-BUSCA
                               MOVE FILIAL-INICIO TO
                                   WS-FIL-INICIO-NOVA
                               MOVE "S" TO WS-FIL-ESPERADA-NOVA
                               PERFORM 0002-35-INCLUIR-FILIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILIAL-FILE
           END-IF

           IF WS-FIL-QTDE EQUAL ZEROS
               MOVE SPACES TO WS-FIL-CODIGO-BUSCA
               MOVE SPACES TO WS-FIL-INICIO-NOVA
               MOVE "S" TO WS-FIL-ESPERADA-NOVA
               PERFORM 0002-35-INCLUIR-FILIAL
           END-IF

           DISPLAY "FILIAIS CONFERIDAS: " WS-FIL-QTDE
           .
       0002-30-END.
      *-----------------------------------------------------------------
      * 0002-35-INCLUIR-FILIAL
      * ACRESCENTA WS-FIL-CODIGO-BUSCA A TABELA, COM OS CONTADORES
      * ZERADOS, E DEIXA WS-FIL-NUM APONTANDO PARA ELA (ZEROS QUANDO
      * A TABELA ESTA CHEIA).
      *-----------------------------------------------------------------
       0002-35-INCLUIR-FILIAL.
           IF WS-FIL-QTDE NOT LESS WS-FIL-LIMITE
               MOVE ZEROS TO WS-FIL-NUM
               IF NOT WS-FIL-EXCEDIDA
                   DISPLAY "LIMITE DE " WS-FIL-LIMITE " FILIAIS "
                       "EXCEDIDO - FILIAL NAO CONFERIDA: "
                       WS-FIL-CODIGO-BUSCA
                   SET WS-FIL-EXCEDIDA TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-FIL-QTDE
               MOVE WS-FIL-QTDE TO WS-FIL-NUM
               MOVE WS-FIL-CODIGO-BUSCA TO WS-FIL-CODIGO(WS-FIL-NUM)
               MOVE WS-FIL-INICIO-NOVA TO WS-FIL-INICIO(WS-FIL-NUM)
               MOVE WS-FIL-ESPERADA-NOVA TO
                   WS-FIL-SW-ESPERADA(WS-FIL-NUM)
               MOVE ZEROS TO WS-FIL-QTDE-DIAS(WS-FIL-NUM)
               MOVE ZEROS TO WS-FIL-QTDE-FALT(WS-FIL-NUM)
               MOVE ZEROS TO WS-FIL-QTDE-DUPL(WS-FIL-NUM)
               MOVE 1 TO WS-DIA-ZERAR
               PERFORM 31 TIMES
                   MOVE ZEROS TO
                       WS-FIL-QTDE-FIM(WS-FIL-NUM, WS-DIA-ZERAR)
                   ADD 1 TO WS-DIA-ZERAR
               END-PERFORM
           END-IF
           .
       0002-35-END.
      *-----------------------------------------------------------------
      * 0002-40-LOCALIZAR-FILIAL
      * PROCURA AUDTRL-FILIAL NA TABELA; FILIAL AUSENTE DO CADASTRO E
      * INCLUIDA COMO NAO ESPERADA. DEIXA O ITEM EM WS-FIL-NUM.
      *-----------------------------------------------------------------
       0002-40-LOCALIZAR-FILIAL.
           SET WS-SW-FIL-ACHADA TO "N"
           MOVE ZEROS TO WS-FIL-NUM
           PERFORM UNTIL WS-FIL-ACHADA OR WS-FIL-NUM NOT LESS
                   WS-FIL-QTDE
               ADD 1 TO WS-FIL-NUM
               IF WS-FIL-CODIGO(WS-FIL-NUM) EQUAL AUDTRL-FILIAL
                   SET WS-FIL-ACHADA TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-FIL-ACHADA
               MOVE AUDTRL-FILIAL TO WS-FIL-CODIGO-BUSCA
               MOVE SPACES TO WS-FIL-INICIO-NOVA
               MOVE "N" TO WS-FIL-ESPERADA-NOVA
               PERFORM 0002-35-INCLUIR-FILIAL
           END-IF
           .
       0002-40-END.
      *-----------------------------------------------------------------
      * 0003-PROCESSAR-REGISTRO
      * PARA CADA REGISTRO DO MES ALVO, ACUMULA A CONTAGEM DA FILIAL
      * NO DIA E CONFERE A SEQUENCIA DE LOTE EMITIDA POR
      * 0004-CONDICAO1.
      * CONTAM COMO DESFECHO REGISTRADO DO DIA: CONCLUSOES NORMAIS
      * "0003-END", DIAS NAO UTEIS "0003-SKIPPED" E AS CONCLUSOES DO
      * RAMO PADRAO (REGRA 04), QUE O PROG001A ENCERRA DIRETO EM
                       WS-DIAS-NO-MES
                   EVALUATE TRUE
                       WHEN AUDTRL-PARAGRAFO EQUAL "0003-END"
                           PERFORM 0003-20-CONTAR-DESFECHO
                       WHEN AUDTRL-PARAGRAFO EQUAL "0003-SKIPPED"
                           PERFORM 0003-20-CONTAR-DESFECHO
                       WHEN AUDTRL-PARAGRAFO EQUAL "9999-FINALIZAR"
                               AND AUDTRL-COD-REGRA NOT EQUAL SPACES
                           PERFORM 0003-20-CONTAR-DESFECHO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
      * 0003-10-CONFERIR-SEQUENCIA
      * OS NUMEROS DE LOTE DO MES DEVEM FORMAR UMA SEQUENCIA ASCENDENTE
      * SEM SALTOS NEM REPETICOES, NA ORDEM EM QUE FORAM GRAVADOS NA
      * TRILHA. REGISTROS CONSECUTIVOS COM O MESMO NUMERO SAO AS
      * FILIAIS DE UM MESMO LOTE, NAO REPETICAO.
      *-----------------------------------------------------------------
       0003-10-CONFERIR-SEQUENCIA.
           IF NOT WS-SEQ-INICIADA
               EVALUATE TRUE
                   WHEN AUDTRL-SEQ-LOTE EQUAL WS-SEQ-ESPERADO
                       CONTINUE
                   WHEN AUDTRL-SEQ-LOTE EQUAL WS-SEQ-ANTERIOR
                       CONTINUE
                   WHEN AUDTRL-SEQ-LOTE NOT GREATER WS-SEQ-ANTERIOR
                       ADD 1 TO WS-QTDE-EXC-SEQUENCIA
                       MOVE SPACES TO RECOUT-LINHA
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-20-CONTAR-DESFECHO
      *-----------------------------------------------------------------
       0003-20-CONTAR-DESFECHO.
           PERFORM 0002-40-LOCALIZAR-FILIAL
           IF WS-FIL-NUM GREATER ZEROS
               ADD 1 TO WS-FIL-QTDE-FIM(WS-FIL-NUM, WS-DIA-NUM)
           END-IF
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0004-CARREGAR-EXCECOES-DATA
      * UMA REJEICAO GRAVADA EM DATEXC PARA UM DIA DO MES ALVO CONTA
      * COMO DESFECHO REGISTRADO DAQUELE DIA - O DIA NAO E APONTADO
       0004-END.
      *-----------------------------------------------------------------
      * 0005-CONFERIR-DIAS
      * PERCORRE TODOS OS DIAS DE CALENDARIO DO MES ALVO: SEM DESFECHO
      * EM NENHUMA DAS FILIAIS ESPERADAS E SEM REJEICAO EM DATEXC =
      * DIA FALTANTE; SEM DESFECHO EM PARTE DAS FILIAIS = DIA
      * FALTANTE DAQUELAS FILIAIS; MAIS DE UM DESFECHO NA MESMA
      * FILIAL = DIA DUPLICADO NA FILIAL.
      *-----------------------------------------------------------------
       0005-CONFERIR-DIAS.
           MOVE 1 TO WS-DIA-NUM
           MOVE WS-ANO-MES-ALVO TO WS-DATA-MONTADA(1:6)
           MOVE WS-DIA-NUM TO WS-DATA-MONTADA(7:2)

           MOVE "V" TO DATEPRM-FUNCAO
           MOVE WS-DATA-MONTADA TO DATEPRM-DATA
           CALL "DATESRV" USING DATEPRM-AREA

           MOVE ZEROS TO WS-QTDE-ESPERADAS-DIA
           MOVE ZEROS TO WS-QTDE-AUSENTES-DIA
           SET WS-SW-DIA-IMPLICITO TO "N"
           MOVE 1 TO WS-FIL-NUM
           PERFORM WS-FIL-QTDE TIMES
               PERFORM 0005-20-CONTAR-FILIAL-DIA
               ADD 1 TO WS-FIL-NUM
           END-PERFORM

           IF WS-DIA-QTDE-EXC(WS-DIA-NUM) EQUAL ZEROS AND
                   NOT WS-DIA-IMPLICITO AND
                   WS-QTDE-AUSENTES-DIA GREATER ZEROS
               IF WS-QTDE-AUSENTES-DIA EQUAL WS-QTDE-ESPERADAS-DIA
                   PERFORM 0005-30-DIA-FALTANTE
               ELSE
                   MOVE 1 TO WS-FIL-NUM
                   PERFORM WS-FIL-QTDE TIMES
                       PERFORM 0005-40-FILIAL-FALTANTE
                       ADD 1 TO WS-FIL-NUM
                   END-PERFORM
               END-IF
           END-IF

           MOVE 1 TO WS-FIL-NUM
           PERFORM WS-FIL-QTDE TIMES
               PERFORM 0005-50-FILIAL-DUPLICADA
               ADD 1 TO WS-FIL-NUM
           END-PERFORM
           .
       0005-10-END.
      *-----------------------------------------------------------------
      * 0005-20-CONTAR-FILIAL-DIA
      * A FILIAL E ESPERADA NO DIA QUANDO ESTA NO CADASTRO E O DIA NAO
      * E ANTERIOR AO SEU INICIO DE OPERACAO. DESFECHO DA FILIAL
      * IMPLICITA COBRE O DIA INTEIRO.
      *-----------------------------------------------------------------
       0005-20-CONTAR-FILIAL-DIA.
           IF WS-FIL-QTDE-FIM(WS-FIL-NUM, WS-DIA-NUM) GREATER ZEROS
               ADD 1 TO WS-FIL-QTDE-DIAS(WS-FIL-NUM)
               IF WS-FIL-CODIGO(WS-FIL-NUM) EQUAL SPACES
                   SET WS-DIA-IMPLICITO TO TRUE
               END-IF
           END-IF
           IF WS-FIL-ESPERADA(WS-FIL-NUM) AND
                   (WS-FIL-INICIO(WS-FIL-NUM) EQUAL SPACES OR
                   WS-FIL-INICIO(WS-FIL-NUM) NOT GREATER
                   WS-DATA-MONTADA)
               ADD 1 TO WS-QTDE-ESPERADAS-DIA
               IF WS-FIL-QTDE-FIM(WS-FIL-NUM, WS-DIA-NUM) EQUAL ZEROS
                   ADD 1 TO WS-QTDE-AUSENTES-DIA
               END-IF
           END-IF
           .
       0005-20-END.
      *-----------------------------------------------------------------
      * 0005-30-DIA-FALTANTE
      * NENHUMA FILIAL REGISTROU DESFECHO: O PROG1JOB NAO RODOU NO DIA.
      *-----------------------------------------------------------------
       0005-30-DIA-FALTANTE.
           ADD 1 TO WS-QTDE-FALTANTES
           IF DATEPRM-DIA-SEMANA EQUAL 0 OR
                   DATEPRM-DIA-SEMANA EQUAL 1
               ADD 1 TO WS-QTDE-FALT-FDS
           ELSE
               ADD 1 TO WS-QTDE-FALT-UTEIS
           END-IF
           MOVE 1 TO WS-FIL-NUM
           PERFORM WS-FIL-QTDE TIMES
               IF WS-FIL-ESPERADA(WS-FIL-NUM) AND
                       WS-FIL-QTDE-FIM(WS-FIL-NUM, WS-DIA-NUM) EQUAL
                       ZEROS AND
                       (WS-FIL-INICIO(WS-FIL-NUM) EQUAL SPACES OR
                       WS-FIL-INICIO(WS-FIL-NUM) NOT GREATER
                       WS-DATA-MONTADA)
                   ADD 1 TO WS-FIL-QTDE-FALT(WS-FIL-NUM)
               END-IF
               ADD 1 TO WS-FIL-NUM
           END-PERFORM
           MOVE SPACES TO RECOUT-LINHA
           STRING "DIA FALTANTE: " DELIMITED BY SIZE
                  WS-DATA-MONTADA DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  DATEPRM-NOME-DIA-SEM DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RECOUT-LINHA
           WRITE RECOUT-LINHA
      *    SO DIAS JA DECORRIDOS ENTRAM NO GAPFILE: NUMA CONFERENCIA
      *    NO MEIO DO MES, OS DIAS QUE AINDA NAO ACONTECERAM TAMBEM NAO
      *    TEM DESFECHO, E O PROG011 NAO PODE "RECUPERA-LOS" EMITINDO
      *    LOTE, TRILHA E NOTIFICACAO DE DATAS FUTURAS.
           IF WS-DATA-MONTADA LESS WS-DATA-SISTEMA
               MOVE WS-DATA-MONTADA TO GAPREC-DATA
               MOVE DATEPRM-DIA-SEMANA TO GAPREC-DIA-SEMANA
               MOVE DATEPRM-NOME-DIA-SEM TO GAPREC-NOME-DIA
               WRITE GAPREC-RECORD
               ADD 1 TO WS-QTDE-GRAV-GAPFILE
           END-IF
           .
       0005-30-END.
      *-----------------------------------------------------------------
      * 0005-40-FILIAL-FALTANTE
      * O LOTE DO DIA EXISTE, MAS SEM O DESFECHO DESTA FILIAL. NAO VAI
      * AO GAPFILE - O REPROCESSAMENTO DO PROG011 RODARIA DE NOVO
      * TODAS AS FILIAIS E DUPLICARIA AS QUE JA TEM DESFECHO.
      *-----------------------------------------------------------------
       0005-40-FILIAL-FALTANTE.
           IF WS-FIL-ESPERADA(WS-FIL-NUM) AND
                   WS-FIL-QTDE-FIM(WS-FIL-NUM, WS-DIA-NUM) EQUAL ZEROS
                   AND (WS-FIL-INICIO(WS-FIL-NUM) EQUAL SPACES OR
                   WS-FIL-INICIO(WS-FIL-NUM) NOT GREATER
                   WS-DATA-MONTADA)
               ADD 1 TO WS-QTDE-FALT-FILIAL
               ADD 1 TO WS-FIL-QTDE-FALT(WS-FIL-NUM)
               MOVE SPACES TO RECOUT-LINHA
               STRING "DIA FALTANTE: " DELIMITED BY SIZE
                      WS-DATA-MONTADA DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      DATEPRM-NOME-DIA-SEM DELIMITED BY SIZE
                      ") FILIAL " DELIMITED BY SIZE
                      WS-FIL-CODIGO(WS-FIL-NUM) DELIMITED BY SIZE
                      INTO RECOUT-LINHA
               WRITE RECOUT-LINHA
           END-IF
           .
       0005-40-END.
      *-----------------------------------------------------------------
      * 0005-50-FILIAL-DUPLICADA
      *-----------------------------------------------------------------
       0005-50-FILIAL-DUPLICADA.
           IF WS-FIL-QTDE-FIM(WS-FIL-NUM, WS-DIA-NUM) GREATER 1
               ADD 1 TO WS-QTDE-DUPLICADOS
               ADD 1 TO WS-FIL-QTDE-DUPL(WS-FIL-NUM)
               MOVE SPACES TO RECOUT-LINHA
               IF WS-FIL-CODIGO(WS-FIL-NUM) EQUAL SPACES
                   STRING "DIA DUPLICADO: " DELIMITED BY SIZE
                          WS-DATA-MONTADA DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          WS-FIL-QTDE-FIM(WS-FIL-NUM, WS-DIA-NUM)
                          DELIMITED BY SIZE
                          " REGISTROS)" DELIMITED BY SIZE
                          INTO RECOUT-LINHA
               ELSE
                   STRING "DIA DUPLICADO: " DELIMITED BY SIZE
                          WS-DATA-MONTADA DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          WS-FIL-QTDE-FIM(WS-FIL-NUM, WS-DIA-NUM)
                          DELIMITED BY SIZE
                          " REGISTROS) FILIAL " DELIMITED BY SIZE
                          WS-FIL-CODIGO(WS-FIL-NUM) DELIMITED BY SIZE
                          INTO RECOUT-LINHA
               END-IF
               WRITE RECOUT-LINHA
           END-IF
           .
       0005-50-END.
      *-----------------------------------------------------------------
      * 0006-IMPRIMIR-TOTAIS
      * TOTAIS DO RELATORIO; QUALQUER EXCECAO SINALIZA O RETURN-CODE
      * RELATORIO INTEIRO.
      *-----------------------------------------------------------------
       0006-IMPRIMIR-TOTAIS.
           ADD WS-QTDE-FALTANTES WS-QTDE-FALT-FILIAL WS-QTDE-DUPLICADOS
               WS-QTDE-EXC-SEQUENCIA GIVING WS-QTDE-EXCECOES

           IF WS-QTDE-EXCECOES EQUAL ZEROS
                  INTO RECOUT-LINHA
           WRITE RECOUT-LINHA

           MOVE SPACES TO RECOUT-LINHA
           STRING "FALTANTES POR FILIAL.: " DELIMITED BY SIZE
                  WS-QTDE-FALT-FILIAL DELIMITED BY SIZE
                  INTO RECOUT-LINHA
           WRITE RECOUT-LINHA

           MOVE SPACES TO RECOUT-LINHA
           STRING "DIAS DUPLICADOS......: " DELIMITED BY SIZE
                  WS-QTDE-DUPLICADOS DELIMITED BY SIZE
                  INTO RECOUT-LINHA
           WRITE RECOUT-LINHA

           MOVE SPACES TO RECOUT-LINHA
           WRITE RECOUT-LINHA
           MOVE "TOTAIS POR FILIAL:" TO RECOUT-LINHA
           WRITE RECOUT-LINHA
           MOVE 1 TO WS-FIL-NUM
           PERFORM WS-FIL-QTDE TIMES
               PERFORM 0006-10-IMPRIMIR-FILIAL
               ADD 1 TO WS-FIL-NUM
           END-PERFORM

           IF WS-FIL-EXCEDIDA
               MOVE "*** LIMITE DE FILIAIS EXCEDIDO - VER SYSOUT ***"
                   TO RECOUT-LINHA
               WRITE RECOUT-LINHA
               ADD 1 TO WS-QTDE-EXCECOES
           END-IF

           IF WS-AUDTRL-ABERTO
               CLOSE AUDTRL-FILE
           END-IF
           DISPLAY "TOTAL DE EXCECOES: " WS-QTDE-EXCECOES
           .
       0006-END.
      *-----------------------------------------------------------------
      * 0006-10-IMPRIMIR-FILIAL
      *-----------------------------------------------------------------
       0006-10-IMPRIMIR-FILIAL.
           MOVE SPACES TO RECOUT-LINHA
           IF WS-FIL-ESPERADA(WS-FIL-NUM)
               STRING "FILIAL " DELIMITED BY SIZE
                      WS-FIL-CODIGO(WS-FIL-NUM) DELIMITED BY SIZE
                      " DIAS COM DESFECHO: " DELIMITED BY SIZE
                      WS-FIL-QTDE-DIAS(WS-FIL-NUM) DELIMITED BY SIZE
                      " FALTANTES: " DELIMITED BY SIZE
                      WS-FIL-QTDE-FALT(WS-FIL-NUM) DELIMITED BY SIZE
                      " DUPLICADOS: " DELIMITED BY SIZE
                      WS-FIL-QTDE-DUPL(WS-FIL-NUM) DELIMITED BY SIZE
                      INTO RECOUT-LINHA
           ELSE
               STRING "FILIAL " DELIMITED BY SIZE
                      WS-FIL-CODIGO(WS-FIL-NUM) DELIMITED BY SIZE
                      " DIAS COM DESFECHO: " DELIMITED BY SIZE
                      WS-FIL-QTDE-DIAS(WS-FIL-NUM) DELIMITED BY SIZE
                      " (FORA DO CADASTRO)" DELIMITED BY SIZE
                      INTO RECOUT-LINHA
           END-IF
           WRITE RECOUT-LINHA
           .
       0006-10-END.
      *-----------------------------------------------------------------
      * 0007-INICIAR-TEMPO
      * REGISTRA NO RUNTIM O INICIO DA EXECUCAO (SERVICO TIMSRV).
      *-----------------------------------------------------------------
       0007-INICIAR-TEMPO.
           MOVE "I"          TO TIMPRM-FUNCAO
           MOVE "PROG006"    TO TIMPRM-PROGRAMA
           MOVE SPACES       TO TIMPRM-MODO
           CALL "TIMSRV" USING TIMPRM-AREA
           .
       0007-END.
      *-----------------------------------------------------------------
      * 0008-ENCERRAR-TEMPO
      * REGISTRA NO RUNTIM O FIM DA EXECUCAO COM O RETURN-CODE E AS
      * CONTAGENS. O RETURN-CODE E REPOSTO DEPOIS DA CHAMADA.
      *-----------------------------------------------------------------
       0008-ENCERRAR-TEMPO.
           MOVE "F"          TO TIMPRM-FUNCAO
           MOVE RETURN-CODE  TO TIMPRM-RC
           MOVE WS-QTDE-LIDOS-AUDTRL TO TIMPRM-QTDE-LIDOS
           MOVE WS-QTDE-GRAV-GAPFILE TO TIMPRM-QTDE-GRAVADOS
           CALL "TIMSRV" USING TIMPRM-AREA
           MOVE TIMPRM-RC    TO RETURN-CODE
           .
       0008-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           PERFORM 0008-ENCERRAR-TEMPO
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
