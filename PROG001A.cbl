      *                   RERODAR APOS ABEND PASSA A SER SEMPRE
      *                   SEGURO E O PROG008 NAO COBRA MAIS MEIA
      *                   EXECUCAO.
      * 15/10/2026 FRB    ESCOLHA DO CODIGO DE REGRA PASSA A SER FEITA
      *                   PELA TABELA DE SELECAO REGSEL (MANTIDA PELO
      *                   PROG015), EM ORDEM DE PRIORIDADE, COM
      *                   CONDICOES DE HORARIO, DIA DA SEMANA, TIPO DO
      *                   DIA NO CALHOLD E PERIODO - NO LUGAR DO
      *                   EVALUATE FIXO DE 0003-NOME.
      * 15/10/2026 FRB    PROCESSAMENTO POR FILIAL: O CADASTRO FILIAL
      *                   (MANTIDO PELO PROG016) DEFINE AS FILIAIS
      *                   ATIVAS, CADA UMA COM IDIOMA E REGIAO DE
      *                   CALENDARIO PROPRIOS. DIA UTIL, SELECAO DE
      *                   REGRA E BUSCA NO GREETTB RODAM UMA VEZ POR
      *                   FILIAL; CADA FILIAL GANHA SEU REGISTRO NO
      *                   AUDTRL E SEU DETALHE NO LOTE NOTIFY, AMBOS
      *                   COM O CODIGO DA FILIAL. SEM O CADASTRO, O
      *                   PROGRAMA SEGUE COM UMA FILIAL IMPLICITA
      *                   (CODIGO EM ESPACOS) COMO ANTES. CALHOLD
      *                   PASSA A CHAVE DATA + REGIAO.
      * 15/10/2026 FRB    DIA DE MES FECHADO NO CONTROLE DE PERIODOS
      *                   (PERCTL, SERVICO PERSRV) NAO GERA AUDTRL NEM
      *                   NOTIFY: A RECUSA VAI PARA O PEREXC E O STEP
      *                   TERMINA COM RC 4.
      * 15/10/2026 FRB    RESERVA DOS ARQUIVOS DO CICLO (SERVICO LCKSRV,
      *                   ARQUIVO CYCLOCK) LOGO APOS A LEITURA DO
      *                   RUNPARM E LIBERACAO NO FIM: AUDTRL, SEQCTL E
      *                   NOTIFY EXCLUSIVOS E CALHOLD COMPARTILHADO (NA
      *                   SIMULACAO, TODOS COMPARTILHADOS). COM OUTRO
      *                   JOB USANDO ESSES ARQUIVOS, NADA E GRAVADO E O
      *                   STEP TERMINA COM RC 12.
      * 15/10/2026 FRB    REGISTRO DO INICIO E DO FIM DA EXECUCAO NO
      *                   ARQUIVO DE TEMPOS DO CICLO (SERVICO TIMSRV,
      *                   ARQUIVO RUNTIM) COM O RC, AS FILIAIS
      *                   PROCESSADAS E OS REGISTROS GRAVADOS (AUDTRL,
      *                   NOTIFY E DATEXC); A SIMULACAO E MARCADA.
      * 15/10/2026 FRB    ERRO NO SERVICO DE PERIODOS (RETORNO "8",
      *                   PERCTL ILEGIVEL) NAO DA MAIS O MES COMO
      *                   ABERTO: NADA E GRAVADO E O STEP TERMINA COM
      *                   RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG001A.
           SELECT CALHOLD-FILE ASSIGN TO "CALHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALHOLD-CHAVE
               FILE STATUS IS WS-FS-CALHOLD.

           SELECT AUDTRL-FILE ASSIGN TO "AUDTRL"
           SELECT CHKJRNL-FILE ASSIGN TO "CHKJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHKJRNL.

           SELECT REGSEL-FILE ASSIGN TO "REGSEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REGSEL-PRIORIDADE
               FILE STATUS IS WS-FS-REGSEL.

           SELECT FILIAL-FILE ASSIGN TO "FILIAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FILIAL-CODIGO
               FILE STATUS IS WS-FS-FILIAL.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       01 PREVIEW-REGISTRO.
           05 PREVIEW-TIPO        PIC X(08).
      *        ARQUIVO QUE RECEBERIA O REGISTRO NA EXECUCAO REAL
      *        ("AUDTRL", "NOTIFY", "DATEXC" OU "PEREXC")
           05 PREVIEW-DADOS       PIC X(92).
      *        IMAGEM DO REGISTRO QUE SERIA GRAVADO

       FD  CTLTOT-FILE
           RECORDING MODE IS F.
       COPY "CHKJRNL.cpy".

       FD  REGSEL-FILE
           RECORDING MODE IS F.
       COPY "REGSEL.cpy".

       FD  FILIAL-FILE
           RECORDING MODE IS F.
       COPY "FILIAL.cpy".

       WORKING-STORAGE SECTION.
      * YYYYMMDD 
       01 WS-DATA    PIC X(08) VALUE SPACES.  
       01 WS-NOME2   PIC X(25) VALUE SPACES.

      *-----------------------------------------------------------------
      * LEITURA DIRETA DO CALENDARIO (CALHOLD) PELA CHAVE AAAAMMDD +
      * REGIAO: PRIMEIRO A REGIAO DA FILIAL, DEPOIS A DATA GERAL
      *-----------------------------------------------------------------
       01 WS-FS-CALHOLD          PIC X(02) VALUE SPACES.
       01 WS-SW-CAL-ACHADO       PIC X(01) VALUE "N".
           88 WS-CAL-ACHADO               VALUE "S".
       01 WS-CAL-TIPO-DIA        PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
      * DIA NAO UTIL: FIM DE SEMANA (DIA DA SEMANA POR ZELLER) OU DIA
      *-----------------------------------------------------------------
       COPY "MESTAB.cpy".
       01 WS-IDIOMA              PIC X(02) VALUE "PT".
       01 WS-IDIOMA-EXECUCAO     PIC X(02) VALUE SPACES.
      *        IDIOMA DO RUNPARM, VALIDO PARA A FILIAL SEM IDIOMA
      *        PROPRIO

      *-----------------------------------------------------------------
      * PARAMETRO DE DATA/HORA DE EXECUCAO (RUNPARM)
      *-----------------------------------------------------------------
       01 WS-FS-CHKJRNL          PIC X(02) VALUE SPACES.
       01 WS-CHK-ARQUIVO         PIC X(08) VALUE SPACES.
       01 WS-CHK-IMAGEM          PIC X(92) VALUE SPACES.
      *    PENDENCIAS: SEQCTL, DATEXC, CABECALHO E TRAILER DO NOTIFY,
      *    TRES CTLTOT E ATE DOIS REGISTROS (AUDTRL E NOTIFY) POR
      *    FILIAL - 50 FILIAIS NO MAXIMO
       01 WS-PEND-QTDE           PIC 9(03) VALUE ZEROS.
       01 WS-PEND-TABELA.
           05 WS-PEND-ITEM OCCURS 110 TIMES INDEXED BY WS-PEND-IDX.
               10 WS-PEND-ARQUIVO PIC X(08).
               10 WS-PEND-IMAGEM  PIC X(92).
       01 WS-JRN-QTDE            PIC 9(03) VALUE ZEROS.
       01 WS-JRN-LIMITE          PIC 9(03) VALUE 112.
       01 WS-JRN-TABELA.
           05 WS-JRN-ITEM OCCURS 112 TIMES INDEXED BY WS-JRN-IDX.
               10 WS-JRN-ARQUIVO  PIC X(08).
               10 WS-JRN-IMAGEM   PIC X(92).
       01 WS-SW-JRN-COMPLETO     PIC X(01) VALUE "N".
           88 WS-JRN-COMPLETO             VALUE "S".
       01 WS-SW-PEND-PRESENTE    PIC X(01) VALUE "N".
           88 WS-PEND-PRESENTE            VALUE "S".
       01 WS-SEQ-PEND            PIC 9(08) VALUE ZEROS.
       01 WS-QTDE-REPARADOS      PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ARQUIVO DE INTERFACE PARA OS JOBS A JUSANTE (NOTIFY)
      *-----------------------------------------------------------------
       01 WS-FS-NOTIFY           PIC X(02) VALUE SPACES.
       01 WS-QTDE-DETALHES       PIC 9(06) VALUE ZEROS.
      *        DETALHES ("D") JA ANOTADOS NO LOTE DESTA EXECUCAO

      *-----------------------------------------------------------------
      * VALIDACAO DA DATA ACEITA (SERVICO DE DATAS DATESRV) E ARQUIVO
           88 WS-DATA-INVALIDA            VALUE "N".
       01 WS-MOTIVO-REJEICAO     PIC X(35) VALUE SPACES.

      *-----------------------------------------------------------------
      * CONTROLE DE PERIODOS CONTABEIS (SERVICO PERSRV): DIA DE UM MES
      * FECHADO NAO ACRESCENTA NADA AO AUDTRL/NOTIFY
      *-----------------------------------------------------------------
       COPY "PERPRM.cpy".
       01 WS-SW-PERIODO          PIC X(01) VALUE "A".
           88 WS-PERIODO-FECHADO          VALUE "F".
           88 WS-PERIODO-ERRO             VALUE "E".

      *-----------------------------------------------------------------
      * BUSCA DIRETA NO ARQUIVO INDEXADO DE SAUDACOES (GREETTB), PELA
      * CHAVE REGRA + IDIOMA + VIGENCIA
       01 WS-NOME-PADRAO         PIC X(25) VALUE SPACES.
       01 WS-IDIOMA-BUSCA        PIC X(02) VALUE SPACES.
       01 WS-IDIOMA-PADRAO       PIC X(02) VALUE "PT".

      *-----------------------------------------------------------------
      * SELECAO DA REGRA DE SAUDACAO PELA TABELA REGSEL (PRIMEIRA
      * ENTRADA ATENDIDA, EM ORDEM DE PRIORIDADE)
      *-----------------------------------------------------------------
       01 WS-FS-REGSEL           PIC X(02) VALUE SPACES.
       01 WS-COD-REGRA-PADRAO    PIC X(02) VALUE "04".
       01 WS-PRIORIDADE-SELECIONADA PIC X(03) VALUE SPACES.
       01 WS-HORA-MINUTO         PIC X(04) VALUE SPACES.
       01 WS-DIA-SEMANA-X        PIC X(01) VALUE SPACES.
       01 WS-CAL-CONDICAO        PIC X(01) VALUE SPACES.
      *        "E" = DIA ESPECIAL, "N" = FECHAMENTO, "L" = DATA LIVRE
       01 WS-SW-REGRA-SELECIONADA PIC X(01) VALUE "N".
           88 WS-REGRA-SELECIONADA        VALUE "S".
       01 WS-SW-ENTRADA-ATENDIDA PIC X(01) VALUE "N".
           88 WS-ENTRADA-ATENDIDA         VALUE "S".

      *-----------------------------------------------------------------
      * FILIAIS ATIVAS NA DATA (CADASTRO FILIAL). SEM O CADASTRO, UMA
      * UNICA FILIAL IMPLICITA COM CODIGO E REGIAO EM ESPACOS E O
      * IDIOMA DO RUNPARM.
      *-----------------------------------------------------------------
       01 WS-FS-FILIAL           PIC X(02) VALUE SPACES.
       01 WS-FIL-LIMITE          PIC 9(03) VALUE 50.
       01 WS-FIL-QTDE            PIC 9(03) VALUE ZEROS.
       01 WS-FIL-TABELA.
           05 WS-FIL-ITEM OCCURS 50 TIMES INDEXED BY WS-FIL-IDX.
               10 WS-FIL-CODIGO   PIC X(04).
               10 WS-FIL-IDIOMA   PIC X(02).
               10 WS-FIL-REGIAO   PIC X(04).
       01 WS-FILIAL-CORRENTE     PIC X(04) VALUE SPACES.
       01 WS-REGIAO-CORRENTE     PIC X(04) VALUE SPACES.
       01 WS-SW-FIL-EXCEDIDA     PIC X(01) VALUE "N".
           88 WS-FIL-EXCEDIDA             VALUE "S".
      *-----------------------------------------------------------------
      * RESERVA DOS ARQUIVOS DO CICLO (SERVICO LCKSRV)
      *-----------------------------------------------------------------
       COPY "LCKPRM.cpy".
       01 WS-RC-GUARDA            PIC 9(04) VALUE ZEROS.
       01 WS-SW-CICLO             PIC X(01) VALUE "N".
           88 WS-CICLO-NEGADO             VALUE "S".
      *-----------------------------------------------------------------
      * TEMPOS DA EXECUCAO PARA A JANELA DO CICLO (SERVICO TIMSRV)
      *-----------------------------------------------------------------
       COPY "TIMPRM.cpy".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       
           DISPLAY "OLA, SEJA BEM VINDO!"

           PERFORM 0002-10-OBTER-DATA-HORA
           PERFORM 0012-INICIAR-TEMPO
           PERFORM 0010-RESERVAR-CICLO
           MOVE WS-IDIOMA TO WS-IDIOMA-EXECUCAO

           IF NOT WS-SIMULACAO
               PERFORM 0008-RECUPERAR-PENDENCIAS
       0003-NOME.
           DISPLAY "0003-NOME"

           IF WS-DATA-VALIDA
               PERFORM 0003-01-VERIFICAR-PERIODO
               IF WS-PERIODO-FECHADO OR WS-PERIODO-ERRO
                   GO TO 9999-FINALIZAR
               END-IF
           END-IF

           PERFORM 0004-CONDICAO1

           IF WS-DATA-INVALIDA
               GO TO 9999-FINALIZAR
           END-IF

           PERFORM 0003-30-CARREGAR-FILIAIS

           SET WS-FIL-IDX TO 1
           PERFORM WS-FIL-QTDE TIMES
               PERFORM 0003-40-PROCESSAR-FILIAL
               SET WS-FIL-IDX UP BY 1
           END-PERFORM

           PERFORM 0006-20-FECHAR-LOTE-NOTIFY
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-01-VERIFICAR-PERIODO
      * CONSULTA NO SERVICO DE PERIODOS (PERSRV) SE O MES DE WS-DATA
      * JA FOI FECHADO PELO FINANCEIRO. MES FECHADO = NENHUM NUMERO DE
      * LOTE E EMITIDO E NADA E GRAVADO; A RECUSA VAI PARA O PEREXC
      * (NA SIMULACAO, PARA A PREVIA) E O STEP TERMINA COM RC 4. ERRO
      * NO SERVICO (PERCTL ILEGIVEL) TAMBEM NAO GRAVA NADA: RC 8.
      *-----------------------------------------------------------------
       0003-01-VERIFICAR-PERIODO.
           MOVE "A" TO WS-SW-PERIODO

           IF WS-SIMULACAO
               MOVE "C" TO PERPRM-FUNCAO
           ELSE
               MOVE "V" TO PERPRM-FUNCAO
           END-IF
           MOVE WS-DATA    TO PERPRM-DATA
           MOVE "PROG001A" TO PERPRM-PROGRAMA
           MOVE "AUDTRL"   TO PERPRM-ARQUIVO
           MOVE "G"        TO PERPRM-ACAO
           MOVE SPACES     TO PERPRM-CHAVE
           CALL "PERSRV" USING PERPRM-AREA

           IF PERPRM-RETORNO EQUAL "4"
               SET WS-PERIODO-FECHADO TO TRUE
               DISPLAY "DIA RECUSADO: " WS-DATA " - " PERPRM-MOTIVO
               IF WS-SIMULACAO
                   MOVE SPACES TO PREVIEW-REGISTRO
                   MOVE "PEREXC" TO PREVIEW-TIPO
                   STRING WS-DATA DELIMITED BY SIZE
                          WS-TIME(1:6) DELIMITED BY SIZE
                          PERPRM-MOTIVO DELIMITED BY SIZE
                          INTO PREVIEW-DADOS
                   WRITE PREVIEW-REGISTRO
               END-IF
               MOVE 4 TO RETURN-CODE
           END-IF

           IF PERPRM-RETORNO EQUAL "8"
               SET WS-PERIODO-ERRO TO TRUE
               DISPLAY "ERRO NO CONTROLE DE PERIODOS: " PERPRM-MOTIVO
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       0003-01-END.
      *-----------------------------------------------------------------
      * 0003-03-VERIFICAR-DIA-UTIL
      * DIA NAO UTIL = SABADO/DOMINGO (DIA DA SEMANA DEVOLVIDO PELO
           .
       0003-03-END.
      *-----------------------------------------------------------------
      * 0003-06-LER-CALENDARIO
      * LEITURA DIRETA DO REGISTRO DO DIA NO ARQUIVO INDEXADO: PRIMEIRO
      * A CHAVE WS-DATA + REGIAO DA FILIAL CORRENTE, DEPOIS A CHAVE
      * WS-DATA + ESPACOS (DATA VALIDA PARA TODAS AS REGIOES). DEIXA EM
      * WS-SW-CAL-ACHADO SE A DATA ESTA CADASTRADA E EM WS-CAL-TIPO-DIA
      * O TIPO DO DIA ENCONTRADO.
      *-----------------------------------------------------------------
       0003-06-LER-CALENDARIO.
           MOVE "N" TO WS-SW-CAL-ACHADO

           OPEN INPUT CALHOLD-FILE
           IF WS-FS-CALHOLD EQUAL "00"
               IF WS-REGIAO-CORRENTE NOT EQUAL SPACES
                   MOVE WS-DATA TO CALHOLD-DATA
                   MOVE WS-REGIAO-CORRENTE TO CALHOLD-REGIAO
                   READ CALHOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CAL-ACHADO TO TRUE
                           MOVE CALHOLD-TIPO TO WS-CAL-TIPO-DIA
                   END-READ
               END-IF
               IF NOT WS-CAL-ACHADO
                   MOVE WS-DATA TO CALHOLD-DATA
                   MOVE SPACES TO CALHOLD-REGIAO
                   READ CALHOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CAL-ACHADO TO TRUE
                           MOVE CALHOLD-TIPO TO WS-CAL-TIPO-DIA
                   END-READ
               END-IF
               CLOSE CALHOLD-FILE
           END-IF
           .
           END-PERFORM
           .
       0003-15-END.
      *-----------------------------------------------------------------
      * 0003-20-SELECIONAR-REGRA
      * ESCOLHE WS-COD-REGRA PELA TABELA DE SELECAO REGSEL, NO LUGAR
      * DO EVALUATE FIXO DE HORARIO/CALENDARIO: AS ENTRADAS SAO LIDAS
      * EM ORDEM DE PRIORIDADE E VALE A PRIMEIRA CUJAS CONDICOES
      * (JANELA DE HORARIO, DIA DA SEMANA, TIPO DO DIA NO CALHOLD E
      * PERIODO DE VALIDADE) SAO TODAS ATENDIDAS. SEM ENTRADA
      * ATENDIDA, VALE A REGRA 04. TABELA AUSENTE TAMBEM RESULTA NA
      * REGRA 04, MAS SINALIZA RC=0004 - UMA NOITE SEM SAUDACAO POR
      * FALTA DO CADASTRO NAO PODE PASSAR DESPERCEBIDA.
      *-----------------------------------------------------------------
       0003-20-SELECIONAR-REGRA.
           MOVE WS-COD-REGRA-PADRAO TO WS-COD-REGRA
           SET WS-SW-REGRA-SELECIONADA TO "N"

           MOVE WS-TIME(1:4) TO WS-HORA-MINUTO
           MOVE WS-DIA-SEMANA TO WS-DIA-SEMANA-X

           PERFORM 0003-06-LER-CALENDARIO
           EVALUATE TRUE
               WHEN NOT WS-CAL-ACHADO
                   MOVE "L" TO WS-CAL-CONDICAO
               WHEN WS-CAL-TIPO-DIA EQUAL "N"
                   MOVE "N" TO WS-CAL-CONDICAO
               WHEN OTHER
                   MOVE "E" TO WS-CAL-CONDICAO
           END-EVALUATE

           OPEN INPUT REGSEL-FILE
           IF WS-FS-REGSEL EQUAL "00"
               PERFORM UNTIL WS-FS-REGSEL NOT EQUAL "00"
                   READ REGSEL-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-REGSEL
                       NOT AT END
                           PERFORM 0003-22-AVALIAR-ENTRADA
                           IF WS-ENTRADA-ATENDIDA
                               MOVE REGSEL-COD-REGRA TO WS-COD-REGRA
                               MOVE REGSEL-PRIORIDADE TO
                                   WS-PRIORIDADE-SELECIONADA
                               SET WS-REGRA-SELECIONADA TO TRUE
                               MOVE "10" TO WS-FS-REGSEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGSEL-FILE
           ELSE
               DISPLAY "TABELA DE SELECAO REGSEL AUSENTE - FS "
                   WS-FS-REGSEL " - REGRA " WS-COD-REGRA-PADRAO
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-REGRA-SELECIONADA
               DISPLAY "REGRA SELECIONADA: " WS-COD-REGRA
                   " (PRIORIDADE " WS-PRIORIDADE-SELECIONADA ")"
           ELSE
               DISPLAY "REGRA SELECIONADA: " WS-COD-REGRA
                   " (NENHUMA ENTRADA ATENDIDA)"
           END-IF
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0003-22-AVALIAR-ENTRADA
      * UMA ENTRADA E ATENDIDA QUANDO TODAS AS SUAS CONDICOES SAO
      * ATENDIDAS; CONDICAO EM ESPACOS E INDIFERENTE. JANELA DE
      * HORARIO COM INICIO MAIOR QUE O FIM ATRAVESSA A MEIA-NOITE.
      *-----------------------------------------------------------------
       0003-22-AVALIAR-ENTRADA.
           SET WS-ENTRADA-ATENDIDA TO TRUE

           IF REGSEL-HORA-DE NOT EQUAL SPACES
               IF REGSEL-HORA-DE NOT GREATER REGSEL-HORA-ATE
                   IF WS-HORA-MINUTO LESS REGSEL-HORA-DE OR
                           WS-HORA-MINUTO GREATER REGSEL-HORA-ATE
                       SET WS-SW-ENTRADA-ATENDIDA TO "N"
                   END-IF
               ELSE
                   IF WS-HORA-MINUTO LESS REGSEL-HORA-DE AND
                           WS-HORA-MINUTO GREATER REGSEL-HORA-ATE
                       SET WS-SW-ENTRADA-ATENDIDA TO "N"
                   END-IF
               END-IF
           END-IF

           IF REGSEL-DIA-SEMANA NOT EQUAL SPACES AND
                   REGSEL-DIA-SEMANA NOT EQUAL WS-DIA-SEMANA-X
               SET WS-SW-ENTRADA-ATENDIDA TO "N"
           END-IF

           IF REGSEL-TIPO-CAL NOT EQUAL SPACES AND
                   REGSEL-TIPO-CAL NOT EQUAL WS-CAL-CONDICAO
               SET WS-SW-ENTRADA-ATENDIDA TO "N"
           END-IF

           IF REGSEL-DATA-DE NOT EQUAL SPACES AND
                   WS-DATA LESS REGSEL-DATA-DE
               SET WS-SW-ENTRADA-ATENDIDA TO "N"
           END-IF

           IF REGSEL-DATA-ATE NOT EQUAL SPACES AND
                   WS-DATA GREATER REGSEL-DATA-ATE
               SET WS-SW-ENTRADA-ATENDIDA TO "N"
           END-IF
           .
       0003-22-END.
      *-----------------------------------------------------------------
      * 0003-30-CARREGAR-FILIAIS
      * CARREGA AS FILIAIS ATIVAS NA DATA DO PROCESSAMENTO: SITUACAO
      * "A" E INICIO DE OPERACAO EM ESPACOS OU NAO POSTERIOR A WS-DATA.
      * SEM O CADASTRO, SEGUE COM A FILIAL IMPLICITA. CADASTRO SEM
      * NENHUMA FILIAL ATIVA TAMBEM SEGUE COM A IMPLICITA, MAS COM
      * RC=0004. FILIAIS ALEM DO LIMITE DA TABELA NAO SAO PROCESSADAS
      * E A EXECUCAO TERMINA COM RC=0008.
      *-----------------------------------------------------------------
       0003-30-CARREGAR-FILIAIS.
           MOVE ZEROS TO WS-FIL-QTDE

           OPEN INPUT FILIAL-FILE
           IF WS-FS-FILIAL EQUAL "00"
               PERFORM UNTIL WS-FS-FILIAL NOT EQUAL "00"
                   READ FILIAL-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-FILIAL
                       NOT AT END
                           IF FILIAL-SITUACAO EQUAL "A" AND
                                   (FILIAL-INICIO EQUAL SPACES OR
                                   FILIAL-INICIO NOT GREATER WS-DATA)
                               PERFORM 0003-32-GUARDAR-FILIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILIAL-FILE
               IF WS-FIL-QTDE EQUAL ZEROS
                   DISPLAY "NENHUMA FILIAL ATIVA NO CADASTRO - "
                       "PROCESSANDO A FILIAL IMPLICITA"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "CADASTRO DE FILIAIS AUSENTE - FS "
                   WS-FS-FILIAL " - PROCESSANDO A FILIAL IMPLICITA"
           END-IF

           IF WS-FIL-QTDE EQUAL ZEROS
               MOVE 1 TO WS-FIL-QTDE
               MOVE SPACES TO WS-FIL-CODIGO(1)
               MOVE SPACES TO WS-FIL-IDIOMA(1)
               MOVE SPACES TO WS-FIL-REGIAO(1)
           END-IF

           DISPLAY "FILIAIS A PROCESSAR: " WS-FIL-QTDE
           .
       0003-30-END.
      *-----------------------------------------------------------------
      * 0003-32-GUARDAR-FILIAL
      *-----------------------------------------------------------------
       0003-32-GUARDAR-FILIAL.
           IF WS-FIL-QTDE LESS WS-FIL-LIMITE
               ADD 1 TO WS-FIL-QTDE
               MOVE FILIAL-CODIGO TO WS-FIL-CODIGO(WS-FIL-QTDE)
               MOVE FILIAL-IDIOMA TO WS-FIL-IDIOMA(WS-FIL-QTDE)
               MOVE FILIAL-REGIAO TO WS-FIL-REGIAO(WS-FIL-QTDE)
           ELSE
               DISPLAY "LIMITE DE " WS-FIL-LIMITE " FILIAIS "
                   "EXCEDIDO - FILIAL NAO PROCESSADA: " FILIAL-CODIGO
               SET WS-FIL-EXCEDIDA TO TRUE
           END-IF
           .
       0003-32-END.
      *-----------------------------------------------------------------
      * 0003-40-PROCESSAR-FILIAL
      * LOGICA DO DIA PARA UMA FILIAL: DIA UTIL (FIM DE SEMANA OU
      * FECHAMENTO NO CALENDARIO DA REGIAO), SELECAO DA REGRA E BUSCA
      * DA SAUDACAO NO IDIOMA DA FILIAL (EM BRANCO = IDIOMA DO
      * RUNPARM). CADA DESFECHO GRAVA O REGISTRO DA FILIAL NA TRILHA;
      * SO A FILIAL SAUDADA RECEBE DETALHE NO LOTE NOTIFY.
      *-----------------------------------------------------------------
       0003-40-PROCESSAR-FILIAL.
           MOVE WS-FIL-CODIGO(WS-FIL-IDX) TO WS-FILIAL-CORRENTE
           MOVE WS-FIL-REGIAO(WS-FIL-IDX) TO WS-REGIAO-CORRENTE
           IF WS-FIL-IDIOMA(WS-FIL-IDX) NOT EQUAL SPACES
               MOVE WS-FIL-IDIOMA(WS-FIL-IDX) TO WS-IDIOMA
           ELSE
               MOVE WS-IDIOMA-EXECUCAO TO WS-IDIOMA
           END-IF
           MOVE SPACES TO WS-NOME
           MOVE SPACES TO WS-NOME2
           MOVE SPACES TO WS-COD-REGRA

           DISPLAY "FILIAL: " WS-FILIAL-CORRENTE " REGIAO: "
               WS-REGIAO-CORRENTE " IDIOMA: " WS-IDIOMA

           PERFORM 0003-03-VERIFICAR-DIA-UTIL
           IF WS-DIA-NAO-PROCESSA
               DISPLAY "DIA NAO UTIL (" WS-MOTIVO-NAO-UTIL
                   ") - PROCESSAMENTO PULADO"
               MOVE "0003-SKIPPED" TO WS-PARAGRAFO-FIM
               PERFORM 0005-GRAVAR-TRILHA-AUDITORIA
           ELSE
               PERFORM 0003-20-SELECIONAR-REGRA
               PERFORM 0003-10-BUSCAR-SAUDACAO
               IF WS-COD-REGRA EQUAL "04"
                   MOVE "9999-FINALIZAR" TO WS-PARAGRAFO-FIM
                   PERFORM 0005-GRAVAR-TRILHA-AUDITORIA
               ELSE
                   DISPLAY "NOME: " WS-NOME
                   PERFORM 0003-15-BUSCAR-NOME-MES
                   DISPLAY "NOME: " WS-NOME2
                   MOVE "0003-END" TO WS-PARAGRAFO-FIM
                   PERFORM 0005-GRAVAR-TRILHA-AUDITORIA
                   PERFORM 0006-GRAVAR-NOTIFICACAO
               END-IF
           END-IF
           .
       0003-40-END.

      * 0004-CONDICAO1
      * NUMERO SEQUENCIAL DE LOTE: LE O ULTIMO VALOR EMITIDO EM SEQCTL,

      *-----------------------------------------------------------------
      * 0005-GRAVAR-TRILHA-AUDITORIA
      * GRAVA UM REGISTRO DA FILIAL CORRENTE NA TRILHA DE AUDITORIA
      * (AUDTRL) PARA A CONCILIACAO DIARIA, COM A DATA, A HORA, OS
      * VALORES RESOLVIDOS DE WS-NOME/WS-NOME2, O PARAGRAFO DE
      * CONCLUSAO, O CODIGO DE REGRA QUE RESOLVEU WS-NOME
      * (WS-COD-REGRA) E O CODIGO DA FILIAL - A REGRA E GRAVADA PELO
      * CODIGO, NAO PELO TEXTO, PARA QUE O RESUMO DE PROG002 CONTINUE
      * CORRETO MESMO QUE O TEXTO CADASTRADO EM GREETTB SEJA ALTERADO
      * PELO PROG003.
      *-----------------------------------------------------------------
       0005-GRAVAR-TRILHA-AUDITORIA.
           IF WS-SIMULACAO
                      WS-PARAGRAFO-FIM DELIMITED BY SIZE
                      WS-SEQ-LOTE DELIMITED BY SIZE
                      WS-COD-REGRA DELIMITED BY SIZE
                      WS-FILIAL-CORRENTE DELIMITED BY SIZE
                      INTO PREVIEW-DADOS
               WRITE PREVIEW-REGISTRO
           ELSE
               MOVE WS-PARAGRAFO-FIM TO AUDTRL-PARAGRAFO
               MOVE WS-SEQ-LOTE      TO AUDTRL-SEQ-LOTE
               MOVE WS-COD-REGRA     TO AUDTRL-COD-REGRA
               MOVE WS-FILIAL-CORRENTE TO AUDTRL-FILIAL

               MOVE "AUDTRL" TO WS-CHK-ARQUIVO
               MOVE SPACES TO WS-CHK-IMAGEM
               MOVE AUDTRL-RECORD TO WS-CHK-IMAGEM(1:92)
               PERFORM 0009-ANOTAR-PENDENCIA
               ADD 1 TO WS-QTDE-GRAV-AUDTRL
           END-IF

      *-----------------------------------------------------------------
      * 0006-GRAVAR-NOTIFICACAO
      * ANOTA O DETALHE ("D") DA FILIAL SAUDADA NO LOTE DA EXECUCAO NO
      * ARQUIVO DE INTERFACE PARA OS JOBS A JUSANTE. O CABECALHO ("H")
      * E ANOTADO ANTES DO PRIMEIRO DETALHE E O TRAILER ("T") COM A
      * CONTAGEM DE DETALHES POR 0006-20, DEPOIS DA ULTIMA FILIAL -
      * TODOS COM O NUMERO DE LOTE DO SEQCTL. UM LOTE SEM TRAILER E
      * UMA ENTREGA INCOMPLETA - O CONSUMIDOR NAO DEVE PROCESSA-LO E O
      * PROG007 O APONTA.
      *-----------------------------------------------------------------
       0006-GRAVAR-NOTIFICACAO.
           IF WS-SIMULACAO
                      WS-TIME(1:6) DELIMITED BY SIZE
                      WS-NOME DELIMITED BY SIZE
                      WS-NOME2 DELIMITED BY SIZE
                      WS-FILIAL-CORRENTE DELIMITED BY SIZE
                      INTO PREVIEW-DADOS
               WRITE PREVIEW-REGISTRO
           ELSE
               IF WS-QTDE-DETALHES EQUAL ZEROS
                   MOVE SPACES       TO NOTIFY-RECORD
                   MOVE "H"          TO NOTIFY-TIPO-REG
                   MOVE WS-SEQ-LOTE  TO NOTIFY-SEQ-LOTE
                   MOVE WS-DATA      TO NOTIFY-DATA
                   MOVE WS-TIME(1:6) TO NOTIFY-HORA
                   PERFORM 0006-10-ANOTAR-NOTIFY
               END-IF

               MOVE SPACES       TO NOTIFY-RECORD
               MOVE "D"          TO NOTIFY-TIPO-REG
               MOVE WS-SEQ-LOTE  TO NOTIFY-SEQ-LOTE
               MOVE WS-DATA      TO NOTIFY-DATA
               MOVE WS-TIME(1:6) TO NOTIFY-HORA
               MOVE WS-NOME      TO NOTIFY-NOME
               MOVE WS-NOME2     TO NOTIFY-NOME2
               MOVE WS-FILIAL-CORRENTE TO NOTIFY-FILIAL
               PERFORM 0006-10-ANOTAR-NOTIFY
               ADD 1 TO WS-QTDE-DETALHES
           END-IF
           .
       0006-END.
       0006-10-ANOTAR-NOTIFY.
           MOVE "NOTIFY" TO WS-CHK-ARQUIVO
           MOVE SPACES TO WS-CHK-IMAGEM
           MOVE NOTIFY-RECORD TO WS-CHK-IMAGEM(1:77)
           PERFORM 0009-ANOTAR-PENDENCIA
           ADD 1 TO WS-QTDE-GRAV-NOTIFY
           .
       0006-10-END.
      *-----------------------------------------------------------------
      * 0006-20-FECHAR-LOTE-NOTIFY
      * TRAILER DO LOTE COM A CONTAGEM DE DETALHES. NOITE SEM NENHUMA
      * FILIAL SAUDADA NAO ABRE LOTE NO NOTIFY.
      *-----------------------------------------------------------------
       0006-20-FECHAR-LOTE-NOTIFY.
           IF NOT WS-SIMULACAO AND WS-QTDE-DETALHES GREATER ZEROS
               MOVE SPACES           TO NOTIFY-TRAILER-REG
               MOVE "T"              TO NOTIFY-TRL-TIPO
               MOVE WS-SEQ-LOTE      TO NOTIFY-TRL-SEQ-LOTE
               MOVE WS-QTDE-DETALHES TO NOTIFY-TRL-QTDE
               PERFORM 0006-10-ANOTAR-NOTIFY
           END-IF
           .
       0006-20-END.

      *-----------------------------------------------------------------
      * 0007-GRAVAR-TOTAIS-CONTROLE
                           IF CHKJRNL-ARQUIVO EQUAL "*FIM*"
                               SET WS-JRN-COMPLETO TO TRUE
                           ELSE
                               IF WS-JRN-QTDE LESS WS-JRN-LIMITE
                                   ADD 1 TO WS-JRN-QTDE
                                   MOVE CHKJRNL-ARQUIVO TO
                                       WS-JRN-ARQUIVO(WS-JRN-QTDE)
                       AT END
                           MOVE "10" TO WS-FS-AUDTRL
                       NOT AT END
                           IF AUDTRL-RECORD EQUAL WS-CHK-IMAGEM(1:92)
                               SET WS-PEND-PRESENTE TO TRUE
                           END-IF
                   END-READ
                       AT END
                           MOVE "10" TO WS-FS-NOTIFY
                       NOT AT END
                           IF NOTIFY-RECORD EQUAL WS-CHK-IMAGEM(1:77)
                               SET WS-PEND-PRESENTE TO TRUE
                           END-IF
                   END-READ
      * 0009-40-GRAVAR-AUDTRL
      *-----------------------------------------------------------------
       0009-40-GRAVAR-AUDTRL.
           MOVE WS-CHK-IMAGEM(1:92) TO AUDTRL-RECORD
           OPEN EXTEND AUDTRL-FILE
           IF WS-FS-AUDTRL NOT EQUAL "00"
               OPEN OUTPUT AUDTRL-FILE
      * 0009-50-GRAVAR-NOTIFY
      *-----------------------------------------------------------------
       0009-50-GRAVAR-NOTIFY.
           MOVE WS-CHK-IMAGEM(1:77) TO NOTIFY-RECORD
           OPEN EXTEND NOTIFY-FILE
           IF WS-FS-NOTIFY NOT EQUAL "00"
               OPEN OUTPUT NOTIFY-FILE
           .
       0009-80-END.

      *-----------------------------------------------------------------
      * 0010-RESERVAR-CICLO
      * RESERVA OS ARQUIVOS DO CICLO (SERVICO LCKSRV) ANTES DE TOCAR EM
      * QUALQUER UM DELES (INCLUSIVE NA RECUPERACAO DO CHKJRNL): NA
      * EXECUCAO REAL, AUDTRL, SEQCTL E NOTIFY EXCLUSIVOS; NA
      * SIMULACAO, QUE SO LE, TODOS COMPARTILHADOS. COM OUTRO JOB DO
      * CICLO USANDO UM DELES, NADA E FEITO E O STEP TERMINA COM RC
      * 12 (RC 8 SE O ARQUIVO DE RESERVAS FALHAR). CHAMADO PELO
      * PROG011, A RESERVA E A DO CHAMADOR.
      *-----------------------------------------------------------------
       0010-RESERVAR-CICLO.
           MOVE "R"          TO LCKPRM-FUNCAO
           MOVE "PROG001A"   TO LCKPRM-PROGRAMA
           MOVE 4            TO LCKPRM-QTDE-ARQ
           MOVE "AUDTRL"     TO LCKPRM-ARQ-NOME(1)
           MOVE "SEQCTL"     TO LCKPRM-ARQ-NOME(2)
           MOVE "NOTIFY"     TO LCKPRM-ARQ-NOME(3)
           MOVE "CALHOLD"    TO LCKPRM-ARQ-NOME(4)
           IF WS-SIMULACAO
               MOVE "C"      TO LCKPRM-ARQ-MODO(1)
               MOVE "C"      TO LCKPRM-ARQ-MODO(2)
               MOVE "C"      TO LCKPRM-ARQ-MODO(3)
           ELSE
               MOVE "X"      TO LCKPRM-ARQ-MODO(1)
               MOVE "X"      TO LCKPRM-ARQ-MODO(2)
               MOVE "X"      TO LCKPRM-ARQ-MODO(3)
           END-IF
           MOVE "C"          TO LCKPRM-ARQ-MODO(4)
           CALL "LCKSRV" USING LCKPRM-AREA

           IF LCKPRM-RETORNO NOT EQUAL "0"
               SET WS-CICLO-NEGADO TO TRUE
               DISPLAY "PROG001A NAO EXECUTADO - " LCKPRM-MOTIVO
               IF LCKPRM-RETORNO EQUAL "4"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 9999-FINALIZAR
           END-IF
           .
       0010-END.
      *-----------------------------------------------------------------
      * 0011-LIBERAR-CICLO
      * O RETURN-CODE DO STEP E GUARDADO EM VOLTA DA CHAMADA.
      *-----------------------------------------------------------------
       0011-LIBERAR-CICLO.
           MOVE RETURN-CODE TO WS-RC-GUARDA
           MOVE "L"          TO LCKPRM-FUNCAO
           MOVE "PROG001A"   TO LCKPRM-PROGRAMA
           CALL "LCKSRV" USING LCKPRM-AREA
           MOVE WS-RC-GUARDA TO RETURN-CODE
           .
       0011-END.
      *-----------------------------------------------------------------
      * 0012-INICIAR-TEMPO
      * REGISTRA NO RUNTIM O INICIO DA EXECUCAO (SERVICO TIMSRV).
      *-----------------------------------------------------------------
       0012-INICIAR-TEMPO.
           MOVE "I"          TO TIMPRM-FUNCAO
           MOVE "PROG001A"   TO TIMPRM-PROGRAMA
           IF WS-SIMULACAO
               MOVE "S"      TO TIMPRM-MODO
           ELSE
               MOVE SPACES   TO TIMPRM-MODO
           END-IF
           CALL "TIMSRV" USING TIMPRM-AREA
           .
       0012-END.
      *-----------------------------------------------------------------
      * 0013-ENCERRAR-TEMPO
      * REGISTRA NO RUNTIM O FIM DA EXECUCAO COM O RETURN-CODE E AS
      * CONTAGENS. O RETURN-CODE E REPOSTO DEPOIS DA CHAMADA.
      *-----------------------------------------------------------------
       0013-ENCERRAR-TEMPO.
           MOVE "F"          TO TIMPRM-FUNCAO
           MOVE RETURN-CODE  TO TIMPRM-RC
           MOVE WS-FIL-QTDE TO TIMPRM-QTDE-LIDOS
           MOVE ZEROS TO TIMPRM-QTDE-GRAVADOS
           ADD WS-QTDE-GRAV-AUDTRL TO TIMPRM-QTDE-GRAVADOS
           ADD WS-QTDE-GRAV-NOTIFY TO TIMPRM-QTDE-GRAVADOS
           ADD WS-QTDE-GRAV-DATEXC TO TIMPRM-QTDE-GRAVADOS
           CALL "TIMSRV" USING TIMPRM-AREA
           MOVE TIMPRM-RC    TO RETURN-CODE
           .
       0013-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           IF WS-CICLO-NEGADO
               IF WS-SIMULACAO
                   CLOSE PREVIEW-FILE
               END-IF
               PERFORM 0013-ENCERRAR-TEMPO
               DISPLAY "FIM DO PROGRAMA"
               GOBACK
           END-IF
           IF WS-FIL-EXCEDIDA
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-SIMULACAO
               CLOSE PREVIEW-FILE
           ELSE
               IF NOT WS-PERIODO-FECHADO AND NOT WS-PERIODO-ERRO
                   PERFORM 0007-GRAVAR-TOTAIS-CONTROLE
               END-IF
               PERFORM 0009-10-EFETIVAR-PENDENCIAS
           END-IF
           PERFORM 0011-LIBERAR-CICLO
           PERFORM 0013-ENCERRAR-TEMPO
           DISPLAY "FIM DO PROGRAMA"
           GOBACK
           .
