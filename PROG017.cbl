      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: RELATORIO DE PRONTIDAO DOS DADOS DE REFERENCIA.
      *           ANTECIPA, PARA CADA UM DOS PROXIMOS N DIAS DE
      *           CALENDARIO (CARTAO PRNPARM), O QUE O PROG001A FARIA
      *           EM CADA FILIAL ATIVA: DIA UTIL PELO SERVICO DE DATAS
      *           (DATESRV) E PELO CALENDARIO (CALHOLD), REGRA PELA
      *           TABELA DE SELECAO (REGSEL) E TEXTO PELO CADASTRO DE
      *           SAUDACOES (GREETTB) COM A SUA VIGENCIA. APONTA:
      *           - REGRA SEM TEXTO VIGENTE NO DIA (A NOITE GRAVARIA
      *             "REGRA NAO CADASTRADA");
      *           - IDIOMA SEM TEXTO PARA A REGRA (A NOITE RECUARIA
      *             PARA O TEXTO EM "PT");
      *           - VIGENCIA DO GREETTB QUE TERMINA DENTRO DA JANELA
      *             SEM OUTRO REGISTRO PARA O DIA SEGUINTE;
      *           - ANO DA JANELA SEM NENHUMA DATA NO CALHOLD (PROG013
      *             NAO EXECUTADO).
      *           O RELATORIO SAI NO DD PRNOUT E QUALQUER PROBLEMA
      *           TERMINA COM RC=0004 - HA TEMPO DE CORRIGIR OS DADOS
      *           PELO PROG003/PROG004 ANTES DA NOITE AFETADA.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    PROBLEMA DE UMA FILIAL SAI COM O CODIGO DELA
      *                   E E CONSOLIDADO POR FILIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG017.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRNPARM-FILE ASSIGN TO "PRNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRNPARM.

           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNPARM.

           SELECT CALHOLD-FILE ASSIGN TO "CALHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALHOLD-CHAVE
               FILE STATUS IS WS-FS-CALHOLD.

           SELECT GREETTB-FILE ASSIGN TO "GREETTB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GREETTB-CHAVE
               FILE STATUS IS WS-FS-GREETTB.

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

           SELECT PRNOUT-FILE ASSIGN TO "PRNOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRNOUT.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PRNPARM-FILE
           RECORDING MODE IS F.
       COPY "PRNPARM.cpy".

       FD  RUNPARM-FILE
           RECORDING MODE IS F.
       COPY "RUNPARM.cpy".

       FD  CALHOLD-FILE
           RECORDING MODE IS F.
       COPY "CALHOLD.cpy".

       FD  GREETTB-FILE
           RECORDING MODE IS F.
       COPY "GREETTB.cpy".

       FD  REGSEL-FILE
           RECORDING MODE IS F.
       COPY "REGSEL.cpy".

       FD  FILIAL-FILE
           RECORDING MODE IS F.
       COPY "FILIAL.cpy".

       FD  PRNOUT-FILE
           RECORDING MODE IS F.
       01 PRNOUT-LINHA            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-PRNPARM           PIC X(02) VALUE SPACES.
       01 WS-FS-RUNPARM           PIC X(02) VALUE SPACES.
       01 WS-FS-CALHOLD           PIC X(02) VALUE SPACES.
       01 WS-FS-GREETTB           PIC X(02) VALUE SPACES.
       01 WS-FS-REGSEL            PIC X(02) VALUE SPACES.
       01 WS-FS-FILIAL            PIC X(02) VALUE SPACES.
       01 WS-FS-PRNOUT            PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
      * JANELA AVALIADA (CARTAO PRNPARM)
      *-----------------------------------------------------------------
       01 WS-DATA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-DATA-INICIO          PIC X(08) VALUE SPACES.
       01 WS-DATA-FIM             PIC X(08) VALUE SPACES.
       01 WS-DIAS-PARM            PIC X(03) VALUE SPACES.
       01 WS-QTDE-DIAS            PIC 9(03) VALUE ZEROS.
       01 WS-QTDE-AVANCOS         PIC 9(03) VALUE ZEROS.
       01 WS-HORA-PARM            PIC X(04) VALUE SPACES.
       01 WS-SW-HORA-INFORMADA    PIC X(01) VALUE "N".
           88 WS-HORA-INFORMADA           VALUE "S".
       01 WS-IDIOMA-EXECUCAO      PIC X(02) VALUE "PT".
      *        IDIOMA DO RUNPARM, VALIDO PARA A FILIAL SEM IDIOMA
      *        PROPRIO

      *-----------------------------------------------------------------
      * DIA CORRENTE DA JANELA E AVANCO DE UM DIA DE CALENDARIO (DIAS
      * NO MES E DIA DA SEMANA PELO SERVICO DE DATAS DATESRV)
      *-----------------------------------------------------------------
       COPY "DATEPRM.cpy".
       01 WS-DATA                 PIC X(08) VALUE SPACES.
       01 WS-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       01 WS-NOME-DIA-SEM         PIC X(07) VALUE SPACES.
       01 WS-DATA-CALC            PIC X(08) VALUE SPACES.
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05 WS-CALC-ANO         PIC 9(04).
           05 WS-CALC-MES         PIC 9(02).
           05 WS-CALC-DIA         PIC 9(02).
       01 WS-QTDE-DIAS-AVALIADOS  PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * FILIAIS ATIVAS (CADASTRO FILIAL), CADA UMA A PARTIR DO SEU
      * INICIO DE OPERACAO. SEM O CADASTRO, UMA UNICA FILIAL IMPLICITA
      * COM CODIGO E REGIAO EM ESPACOS E O IDIOMA DO RUNPARM - COMO O
      * PROG001A
      *-----------------------------------------------------------------
       01 WS-FIL-LIMITE           PIC 9(03) VALUE 50.
       01 WS-FIL-QTDE             PIC 9(03) VALUE ZEROS.
       01 WS-FIL-NUM              PIC 9(03) VALUE ZEROS.
       01 WS-FIL-TABELA.
           05 WS-FIL-ITEM OCCURS 50 TIMES.
               10 WS-FIL-CODIGO   PIC X(04).
               10 WS-FIL-IDIOMA   PIC X(02).
               10 WS-FIL-REGIAO   PIC X(04).
               10 WS-FIL-INICIO   PIC X(08).
       01 WS-SW-FIL-EXCEDIDA      PIC X(01) VALUE "N".
           88 WS-FIL-EXCEDIDA             VALUE "S".
       01 WS-FILIAL-CORRENTE      PIC X(04) VALUE SPACES.
       01 WS-REGIAO-CORRENTE      PIC X(04) VALUE SPACES.
       01 WS-IDIOMA               PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
      * CALENDARIO (CALHOLD) PELA CHAVE DATA + REGIAO: PRIMEIRO A
      * REGIAO DA FILIAL, DEPOIS A DATA GERAL
      *-----------------------------------------------------------------
       01 WS-SW-CAL-ACHADO        PIC X(01) VALUE "N".
           88 WS-CAL-ACHADO               VALUE "S".
       01 WS-CAL-TIPO-DIA         PIC X(01) VALUE SPACES.
       01 WS-SW-CALHOLD-ABERTO    PIC X(01) VALUE "N".
           88 WS-CALHOLD-ABERTO           VALUE "S".
       01 WS-SW-NAO-PROCESSA      PIC X(01) VALUE "N".
           88 WS-DIA-NAO-PROCESSA         VALUE "S".
       01 WS-MOTIVO-NAO-UTIL      PIC X(25) VALUE SPACES.
       01 WS-ANO-CONFERIDO        PIC X(04) VALUE SPACES.

      *-----------------------------------------------------------------
      * SELECAO DA REGRA PELA TABELA REGSEL. COM A HORA DA NOITE
      * CONHECIDA, VALE A PRIMEIRA ENTRADA ATENDIDA, COMO NO PROG001A;
      * SEM ELA, TODA ENTRADA ATENDIDA NAS DEMAIS CONDICOES E UMA REGRA
      * POSSIVEL ATE A PRIMEIRA SEM JANELA DE HORARIO
      *-----------------------------------------------------------------
       01 WS-COD-REGRA-PADRAO     PIC X(02) VALUE "04".
       01 WS-HORA-MINUTO          PIC X(04) VALUE SPACES.
       01 WS-DIA-SEMANA-X         PIC X(01) VALUE SPACES.
       01 WS-CAL-CONDICAO         PIC X(01) VALUE SPACES.
      *        "E" = DIA ESPECIAL, "N" = FECHAMENTO, "L" = DATA LIVRE
       01 WS-SW-ENTRADA-ATENDIDA  PIC X(01) VALUE "N".
           88 WS-ENTRADA-ATENDIDA         VALUE "S".
       01 WS-SW-SELECAO-FIM       PIC X(01) VALUE "N".
           88 WS-SELECAO-FIM              VALUE "S".
       01 WS-SW-REGSEL-AUSENTE    PIC X(01) VALUE "N".
           88 WS-REGSEL-AUSENTE           VALUE "S".
       01 WS-CAND-LIMITE          PIC 9(02) VALUE 20.
       01 WS-CAND-QTDE            PIC 9(02) VALUE ZEROS.
       01 WS-CAND-NUM             PIC 9(02) VALUE ZEROS.
       01 WS-CAND-TABELA.
           05 WS-CAND-ITEM OCCURS 20 TIMES.
               10 WS-CAND-REGRA   PIC X(02).
               10 WS-CAND-PRIORIDADE PIC X(03).
       01 WS-CAND-REGRA-NOVA      PIC X(02) VALUE SPACES.
       01 WS-CAND-PRIOR-NOVA      PIC X(03) VALUE SPACES.
       01 WS-SW-CAND-ACHADA       PIC X(01) VALUE "N".
           88 WS-CAND-ACHADA              VALUE "S".

      *-----------------------------------------------------------------
      * BUSCA NO CADASTRO DE SAUDACOES (GREETTB) PELA CHAVE REGRA +
      * IDIOMA, COM A VIGENCIA AVALIADA EM WS-DATA-BUSCA
      *-----------------------------------------------------------------
       01 WS-COD-REGRA            PIC X(02) VALUE SPACES.
       01 WS-IDIOMA-BUSCA         PIC X(02) VALUE SPACES.
       01 WS-IDIOMA-PADRAO        PIC X(02) VALUE "PT".
       01 WS-DATA-BUSCA           PIC X(08) VALUE SPACES.
       01 WS-NOME                 PIC X(25) VALUE SPACES.
       01 WS-NOME-PADRAO          PIC X(25) VALUE SPACES.
       01 WS-SW-SAUDACAO-ACHADA   PIC X(01) VALUE "N".
           88 WS-SAUDACAO-ACHADA          VALUE "S".
       01 WS-SW-PADRAO-ACHADO     PIC X(01) VALUE "N".
           88 WS-PADRAO-ACHADO            VALUE "S".
       01 WS-IDIOMA-TEXTO         PIC X(05) VALUE SPACES.
      *        IDIOMA DO TEXTO ENCONTRADO ("PT", OU "EN>PT" NO RECUO)

      *-----------------------------------------------------------------
      * VIGENCIAS DO GREETTB QUE TERMINAM DENTRO DA JANELA
      *-----------------------------------------------------------------
       01 WS-VIG-LIMITE           PIC 9(03) VALUE 100.
       01 WS-VIG-QTDE             PIC 9(03) VALUE ZEROS.
       01 WS-VIG-NUM              PIC 9(03) VALUE ZEROS.
       01 WS-VIG-TABELA.
           05 WS-VIG-ITEM OCCURS 100 TIMES.
               10 WS-VIG-REGRA    PIC X(02).
               10 WS-VIG-IDIOMA   PIC X(02).
               10 WS-VIG-ATE      PIC X(08).
       01 WS-SW-VIG-EXCEDIDA      PIC X(01) VALUE "N".
           88 WS-VIG-EXCEDIDA             VALUE "S".

      *-----------------------------------------------------------------
      * PROBLEMAS ENCONTRADOS, CONSOLIDADOS POR TIPO + REGRA + IDIOMA +
      * REFERENCIA, COM O PRIMEIRO E O ULTIMO DIA AFETADOS
      *   "RV" = REGRA SEM TEXTO VIGENTE NO DIA
      *   "IS" = IDIOMA SEM TEXTO PARA A REGRA (RECUO PARA "PT")
      *   "VE" = VIGENCIA QUE TERMINA SEM SUBSTITUTO (REFERENCIA = FIM
      *          DA VIGENCIA)
      *   "CA" = ANO SEM DATAS NO CALHOLD (REFERENCIA = ANO)
      *   "RS" = TABELA DE SELECAO REGSEL AUSENTE
      *-----------------------------------------------------------------
       01 WS-PRB-LIMITE           PIC 9(03) VALUE 200.
       01 WS-PRB-QTDE             PIC 9(03) VALUE ZEROS.
       01 WS-PRB-NUM              PIC 9(03) VALUE ZEROS.
       01 WS-PRB-TABELA.
           05 WS-PRB-ITEM OCCURS 200 TIMES.
               10 WS-PRB-CHAVE.
                   15 WS-PRB-TIPO     PIC X(02).
                   15 WS-PRB-REGRA    PIC X(02).
                   15 WS-PRB-IDIOMA   PIC X(02).
                   15 WS-PRB-REFERENCIA PIC X(08).
                   15 WS-PRB-FILIAL   PIC X(04).
               10 WS-PRB-PRIMEIRO PIC X(08).
               10 WS-PRB-ULTIMO   PIC X(08).
               10 WS-PRB-QTDE-DIAS PIC 9(04).
       01 WS-PRB-CHAVE-NOVA.
           05 WS-PRB-TIPO-NOVO    PIC X(02).
           05 WS-PRB-REGRA-NOVA   PIC X(02).
           05 WS-PRB-IDIOMA-NOVO  PIC X(02).
           05 WS-PRB-REFER-NOVA   PIC X(08).
           05 WS-PRB-FILIAL-NOVA  PIC X(04).
       01 WS-PRB-DATA-NOVA        PIC X(08) VALUE SPACES.
       01 WS-SW-PRB-ACHADO        PIC X(01) VALUE "N".
           88 WS-PRB-ACHADO               VALUE "S".
       01 WS-SW-PRB-EXCEDIDO      PIC X(01) VALUE "N".
           88 WS-PRB-EXCEDIDO             VALUE "S".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0002-INICIALIZAR
           MOVE WS-DATA-INICIO TO WS-DATA
           PERFORM 0003-AVALIAR-DIA WS-QTDE-DIAS TIMES
           PERFORM 0004-CONFERIR-VIGENCIAS
           PERFORM 0005-CONFERIR-CALENDARIO-ANUAL
           PERFORM 0006-IMPRIMIR-PROBLEMAS
           PERFORM 9999-FINALIZAR
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      * LE OS CARTOES, CALCULA O ULTIMO DIA DA JANELA, CARREGA AS
      * FILIAIS E ABRE O CALENDARIO E O RELATORIO.
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           PERFORM 0002-10-OBTER-PARAMETRO
           PERFORM 0002-15-VALIDAR-PARAMETRO
           PERFORM 0002-20-OBTER-IDIOMA-HORA

           MOVE WS-DATA-INICIO TO WS-DATA-CALC
           SUBTRACT 1 FROM WS-QTDE-DIAS GIVING WS-QTDE-AVANCOS
           PERFORM 0003-90-AVANCAR-DIA WS-QTDE-AVANCOS TIMES
           MOVE WS-DATA-CALC TO WS-DATA-FIM

           DISPLAY "JANELA AVALIADA: " WS-DATA-INICIO " A "
               WS-DATA-FIM " (" WS-QTDE-DIAS " DIAS)"

           PERFORM 0002-30-CARREGAR-FILIAIS

           OPEN INPUT CALHOLD-FILE
           IF WS-FS-CALHOLD EQUAL "00"
               SET WS-CALHOLD-ABERTO TO TRUE
           ELSE
               DISPLAY "CALENDARIO CALHOLD AUSENTE - FS "
                   WS-FS-CALHOLD
           END-IF

           OPEN OUTPUT PRNOUT-FILE
           MOVE "RELATORIO DE PRONTIDAO DOS DADOS DE REFERENCIA" TO
               PRNOUT-LINHA
           WRITE PRNOUT-LINHA
           MOVE SPACES TO PRNOUT-LINHA
           STRING "JANELA: " DELIMITED BY SIZE
                  WS-DATA-INICIO DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-FIM DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-QTDE-DIAS DELIMITED BY SIZE
                  " DIAS)" DELIMITED BY SIZE
                  INTO PRNOUT-LINHA
           WRITE PRNOUT-LINHA
           MOVE SPACES TO PRNOUT-LINHA
           IF WS-HORA-INFORMADA
               STRING "HORARIO DA NOITE: " DELIMITED BY SIZE
                      WS-HORA-PARM DELIMITED BY SIZE
                      INTO PRNOUT-LINHA
           ELSE
               MOVE "HORARIO DA NOITE: QUALQUER (TODAS AS JANELAS DO RE
      -            "GSEL)" TO PRNOUT-LINHA
           END-IF
           WRITE PRNOUT-LINHA
           MOVE SPACES TO PRNOUT-LINHA
           WRITE PRNOUT-LINHA
           MOVE "PREVISAO POR DIA E FILIAL:" TO PRNOUT-LINHA
           WRITE PRNOUT-LINHA
           MOVE "DATA     DIA     FILIAL DESFECHO" TO PRNOUT-LINHA
           WRITE PRNOUT-LINHA
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0002-10-OBTER-PARAMETRO
      * LE O CARTAO PRNPARM. CAMPO EM BRANCO OU CARTAO AUSENTE ASSUME
      * O PADRAO (DATA DO SISTEMA, 14 DIAS, HORA DO RUNPARM).
      *-----------------------------------------------------------------
       0002-10-OBTER-PARAMETRO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA TO WS-DATA-INICIO
           MOVE "014" TO WS-DIAS-PARM

           OPEN INPUT PRNPARM-FILE
           IF WS-FS-PRNPARM EQUAL "00"
               READ PRNPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRNPARM-DATA-INICIO NOT EQUAL SPACES
                           MOVE PRNPARM-DATA-INICIO TO WS-DATA-INICIO
                       END-IF
                       IF PRNPARM-DIAS NOT EQUAL SPACES
                           MOVE PRNPARM-DIAS TO WS-DIAS-PARM
                       END-IF
                       IF PRNPARM-HORA NOT EQUAL SPACES
                           MOVE PRNPARM-HORA TO WS-HORA-PARM
                           SET WS-HORA-INFORMADA TO TRUE
                       END-IF
               END-READ
               CLOSE PRNPARM-FILE
           END-IF
           .
       0002-10-END.
      *-----------------------------------------------------------------
      * 0002-15-VALIDAR-PARAMETRO
      * DATA INICIAL DE CALENDARIO VALIDA, QUANTIDADE DE DIAS DE 001 A
      * 366 E HORA HHMM VALIDA. CARTAO INVALIDO TERMINA COM RC=0008.
      *-----------------------------------------------------------------
       0002-15-VALIDAR-PARAMETRO.
           MOVE "V" TO DATEPRM-FUNCAO
           MOVE WS-DATA-INICIO TO DATEPRM-DATA
           CALL "DATESRV" USING DATEPRM-AREA
           IF DATEPRM-RETORNO NOT EQUAL "0"
               DISPLAY "DATA INICIAL INVALIDA NO CARTAO PRNPARM: "
                   WS-DATA-INICIO " - " DATEPRM-MOTIVO
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINALIZAR
           END-IF

           IF WS-DIAS-PARM NOT NUMERIC OR
                   WS-DIAS-PARM EQUAL "000" OR
                   WS-DIAS-PARM GREATER "366"
               DISPLAY "QUANTIDADE DE DIAS INVALIDA NO CARTAO "
                   "PRNPARM (001 A 366): " WS-DIAS-PARM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINALIZAR
           END-IF
           MOVE WS-DIAS-PARM TO WS-QTDE-DIAS

           IF WS-HORA-INFORMADA
               IF WS-HORA-PARM NOT NUMERIC OR
                       WS-HORA-PARM(1:2) GREATER "23" OR
                       WS-HORA-PARM(3:2) GREATER "59"
                   DISPLAY "HORA INVALIDA NO CARTAO PRNPARM (HHMM): "
                       WS-HORA-PARM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-FINALIZAR
               END-IF
           END-IF
           .
       0002-15-END.
      *-----------------------------------------------------------------
      * 0002-20-OBTER-IDIOMA-HORA
      * DO CARTAO RUNPARM DE PRODUCAO VEM O IDIOMA DA NOITE (PARA A
      * FILIAL SEM IDIOMA PROPRIO) E, QUANDO O PRNPARM NAO TRAZ HORA,
      * A HORA FIXADA PARA A NOITE, SE HOUVER.
      *-----------------------------------------------------------------
       0002-20-OBTER-IDIOMA-HORA.
           OPEN INPUT RUNPARM-FILE
           IF WS-FS-RUNPARM EQUAL "00"
               READ RUNPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNPARM-IDIOMA NOT EQUAL SPACES
                           MOVE RUNPARM-IDIOMA TO WS-IDIOMA-EXECUCAO
                       END-IF
                       IF NOT WS-HORA-INFORMADA AND
                               RUNPARM-HORA NOT EQUAL SPACES
                           MOVE RUNPARM-HORA(1:4) TO WS-HORA-PARM
                           SET WS-HORA-INFORMADA TO TRUE
                       END-IF
               END-READ
               CLOSE RUNPARM-FILE
           END-IF
           .
       0002-20-END.
      *-----------------------------------------------------------------
      * 0002-30-CARREGAR-FILIAIS
      * FILIAIS DE SITUACAO "A" NO CADASTRO, COM O INICIO DE OPERACAO
      * CONFERIDO DIA A DIA. SEM NENHUMA, A FILIAL IMPLICITA.
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
                               PERFORM 0002-35-GUARDAR-FILIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILIAL-FILE
           END-IF

           IF WS-FIL-QTDE EQUAL ZEROS
               MOVE 1 TO WS-FIL-QTDE
               MOVE SPACES TO WS-FIL-CODIGO(1)
               MOVE SPACES TO WS-FIL-IDIOMA(1)
               MOVE SPACES TO WS-FIL-REGIAO(1)
               MOVE SPACES TO WS-FIL-INICIO(1)
           END-IF

           DISPLAY "FILIAIS AVALIADAS: " WS-FIL-QTDE
           .
       0002-30-END.
      *-----------------------------------------------------------------
      * 0002-35-GUARDAR-FILIAL
      *-----------------------------------------------------------------
       0002-35-GUARDAR-FILIAL.
           IF WS-FIL-QTDE LESS WS-FIL-LIMITE
               ADD 1 TO WS-FIL-QTDE
               MOVE FILIAL-CODIGO TO WS-FIL-CODIGO(WS-FIL-QTDE)
               MOVE FILIAL-IDIOMA TO WS-FIL-IDIOMA(WS-FIL-QTDE)
               MOVE FILIAL-REGIAO TO WS-FIL-REGIAO(WS-FIL-QTDE)
               MOVE FILIAL-INICIO TO WS-FIL-INICIO(WS-FIL-QTDE)
           ELSE
               DISPLAY "LIMITE DE " WS-FIL-LIMITE " FILIAIS "
                   "EXCEDIDO - FILIAL NAO AVALIADA: " FILIAL-CODIGO
               SET WS-FIL-EXCEDIDA TO TRUE
           END-IF
           .
       0002-35-END.
      *-----------------------------------------------------------------
      * 0003-AVALIAR-DIA
      * UM DIA DA JANELA: DIA DA SEMANA PELO DATESRV E A NOITE DE CADA
      * FILIAL JA EM OPERACAO NO DIA. AO FIM, AVANCA WS-DATA.
      *-----------------------------------------------------------------
       0003-AVALIAR-DIA.
           ADD 1 TO WS-QTDE-DIAS-AVALIADOS

           MOVE "V" TO DATEPRM-FUNCAO
           MOVE WS-DATA TO DATEPRM-DATA
           CALL "DATESRV" USING DATEPRM-AREA
           MOVE DATEPRM-DIA-SEMANA TO WS-DIA-SEMANA
           MOVE DATEPRM-NOME-DIA-SEM TO WS-NOME-DIA-SEM

           MOVE 1 TO WS-FIL-NUM
           PERFORM WS-FIL-QTDE TIMES
               IF WS-FIL-INICIO(WS-FIL-NUM) EQUAL SPACES OR
                       WS-FIL-INICIO(WS-FIL-NUM) NOT GREATER WS-DATA
                   PERFORM 0003-10-AVALIAR-FILIAL
               END-IF
               ADD 1 TO WS-FIL-NUM
           END-PERFORM

           MOVE WS-DATA TO WS-DATA-CALC
           PERFORM 0003-90-AVANCAR-DIA
           MOVE WS-DATA-CALC TO WS-DATA
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-10-AVALIAR-FILIAL
      * A MESMA SEQUENCIA DO 0003-40 DO PROG001A: DIA UTIL NA REGIAO DA
      * FILIAL, SELECAO DA REGRA E TEXTO NO IDIOMA DA FILIAL.
      *-----------------------------------------------------------------
       0003-10-AVALIAR-FILIAL.
           MOVE WS-FIL-CODIGO(WS-FIL-NUM) TO WS-FILIAL-CORRENTE
           MOVE WS-FIL-REGIAO(WS-FIL-NUM) TO WS-REGIAO-CORRENTE
           IF WS-FIL-IDIOMA(WS-FIL-NUM) NOT EQUAL SPACES
               MOVE WS-FIL-IDIOMA(WS-FIL-NUM) TO WS-IDIOMA
           ELSE
               MOVE WS-IDIOMA-EXECUCAO TO WS-IDIOMA
           END-IF

           PERFORM 0003-20-VERIFICAR-DIA-UTIL
           IF WS-DIA-NAO-PROCESSA
               MOVE SPACES TO PRNOUT-LINHA
               STRING WS-DATA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOME-DIA-SEM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FILIAL-CORRENTE DELIMITED BY SIZE
                      "   PULADO - " DELIMITED BY SIZE
                      WS-MOTIVO-NAO-UTIL DELIMITED BY SIZE
                      INTO PRNOUT-LINHA
               WRITE PRNOUT-LINHA
           ELSE
               PERFORM 0003-30-SELECIONAR-REGRAS
               MOVE 1 TO WS-CAND-NUM
               PERFORM WS-CAND-QTDE TIMES
                   PERFORM 0003-40-RESOLVER-TEXTO
                   ADD 1 TO WS-CAND-NUM
               END-PERFORM
           END-IF
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-20-VERIFICAR-DIA-UTIL
      * SABADO/DOMINGO OU DATA DE FECHAMENTO ("N") NO CALENDARIO DA
      * REGIAO DA FILIAL.
      *-----------------------------------------------------------------
       0003-20-VERIFICAR-DIA-UTIL.
           MOVE "N" TO WS-SW-NAO-PROCESSA
           MOVE SPACES TO WS-MOTIVO-NAO-UTIL

           IF WS-DIA-SEMANA EQUAL 0 OR WS-DIA-SEMANA EQUAL 1
               SET WS-DIA-NAO-PROCESSA TO TRUE
               MOVE "FIM DE SEMANA" TO WS-MOTIVO-NAO-UTIL
           ELSE
               PERFORM 0003-25-LER-CALENDARIO
               IF WS-CAL-ACHADO AND WS-CAL-TIPO-DIA EQUAL "N"
                   SET WS-DIA-NAO-PROCESSA TO TRUE
                   MOVE "FECHAMENTO NO CALENDARIO" TO
                       WS-MOTIVO-NAO-UTIL
               END-IF
           END-IF
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0003-25-LER-CALENDARIO
      * DATA NA REGIAO DA FILIAL E, SEM ENTRADA REGIONAL, DATA VALIDA
      * PARA TODAS AS REGIOES.
      *-----------------------------------------------------------------
       0003-25-LER-CALENDARIO.
           MOVE "N" TO WS-SW-CAL-ACHADO
           MOVE SPACES TO WS-CAL-TIPO-DIA

           IF WS-CALHOLD-ABERTO
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
           END-IF
           .
       0003-25-END.
      *-----------------------------------------------------------------
      * 0003-30-SELECIONAR-REGRAS
      * MONTA AS REGRAS QUE A NOITE PODE ESCOLHER. SEM ENTRADA QUE
      * ENCERRE A SELECAO, A REGRA 04 TAMBEM E POSSIVEL. TABELA
      * AUSENTE RESULTA NA REGRA 04, COMO NO PROG001A.
      *-----------------------------------------------------------------
       0003-30-SELECIONAR-REGRAS.
           MOVE ZEROS TO WS-CAND-QTDE
           SET WS-SW-SELECAO-FIM TO "N"

           MOVE WS-HORA-PARM TO WS-HORA-MINUTO
           MOVE WS-DIA-SEMANA TO WS-DIA-SEMANA-X

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
                           PERFORM 0003-32-AVALIAR-ENTRADA
                           IF WS-ENTRADA-ATENDIDA
                               MOVE REGSEL-COD-REGRA TO
                                   WS-CAND-REGRA-NOVA
                               MOVE REGSEL-PRIORIDADE TO
                                   WS-CAND-PRIOR-NOVA
                               PERFORM 0003-35-GUARDAR-CANDIDATA
                               IF WS-HORA-INFORMADA OR
                                       REGSEL-HORA-DE EQUAL SPACES
                                   SET WS-SELECAO-FIM TO TRUE
                                   MOVE "10" TO WS-FS-REGSEL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGSEL-FILE
           ELSE
               IF NOT WS-REGSEL-AUSENTE
                   SET WS-REGSEL-AUSENTE TO TRUE
                   DISPLAY "TABELA DE SELECAO REGSEL AUSENTE - FS "
                       WS-FS-REGSEL " - REGRA " WS-COD-REGRA-PADRAO
                   MOVE "RS" TO WS-PRB-TIPO-NOVO
                   MOVE SPACES TO WS-PRB-REGRA-NOVA
                   MOVE SPACES TO WS-PRB-IDIOMA-NOVO
                   MOVE SPACES TO WS-PRB-REFER-NOVA
                   MOVE WS-DATA TO WS-PRB-DATA-NOVA
                   PERFORM 0007-REGISTRAR-PROBLEMA
               END-IF
           END-IF

           IF NOT WS-SELECAO-FIM
               MOVE WS-COD-REGRA-PADRAO TO WS-CAND-REGRA-NOVA
               MOVE "---" TO WS-CAND-PRIOR-NOVA
               PERFORM 0003-35-GUARDAR-CANDIDATA
           END-IF
           .
       0003-30-END.
      *-----------------------------------------------------------------
      * 0003-32-AVALIAR-ENTRADA
      * AS CONDICOES DO 0003-22 DO PROG001A. A JANELA DE HORARIO SO E
      * CONFERIDA QUANDO A HORA DA NOITE E CONHECIDA.
      *-----------------------------------------------------------------
       0003-32-AVALIAR-ENTRADA.
           SET WS-ENTRADA-ATENDIDA TO TRUE

           IF WS-HORA-INFORMADA AND REGSEL-HORA-DE NOT EQUAL SPACES
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
       0003-32-END.
      *-----------------------------------------------------------------
      * 0003-35-GUARDAR-CANDIDATA
      * A MESMA REGRA ATENDIDA POR MAIS DE UMA ENTRADA ENTRA UMA VEZ.
      *-----------------------------------------------------------------
       0003-35-GUARDAR-CANDIDATA.
           SET WS-SW-CAND-ACHADA TO "N"
           MOVE ZEROS TO WS-CAND-NUM
           PERFORM UNTIL WS-CAND-ACHADA OR WS-CAND-NUM NOT LESS
                   WS-CAND-QTDE
               ADD 1 TO WS-CAND-NUM
               IF WS-CAND-REGRA(WS-CAND-NUM) EQUAL WS-CAND-REGRA-NOVA
                   SET WS-CAND-ACHADA TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-CAND-ACHADA
               IF WS-CAND-QTDE LESS WS-CAND-LIMITE
                   ADD 1 TO WS-CAND-QTDE
                   MOVE WS-CAND-REGRA-NOVA TO
                       WS-CAND-REGRA(WS-CAND-QTDE)
                   MOVE WS-CAND-PRIOR-NOVA TO
                       WS-CAND-PRIORIDADE(WS-CAND-QTDE)
               ELSE
                   DISPLAY "LIMITE DE " WS-CAND-LIMITE " REGRAS "
                       "POSSIVEIS EXCEDIDO EM " WS-DATA " - REGRA NAO"
                       " AVALIADA: " WS-CAND-REGRA-NOVA
               END-IF
           END-IF
           .
       0003-35-END.
      *-----------------------------------------------------------------
      * 0003-40-RESOLVER-TEXTO
      * TEXTO DA REGRA POSSIVEL NO IDIOMA DA FILIAL, COM RECUO PARA
      * "PT" COMO NO 0003-10 DO PROG001A. RECUO E FALTA DE TEXTO SAO
      * REGISTRADOS COMO PROBLEMA.
      *-----------------------------------------------------------------
       0003-40-RESOLVER-TEXTO.
           MOVE WS-CAND-REGRA(WS-CAND-NUM) TO WS-COD-REGRA
           MOVE WS-DATA TO WS-DATA-BUSCA
           MOVE WS-IDIOMA TO WS-IDIOMA-BUSCA
           MOVE WS-IDIOMA TO WS-IDIOMA-TEXTO
           PERFORM 0003-42-PROCURAR-NO-IDIOMA

           IF NOT WS-SAUDACAO-ACHADA AND
                   WS-IDIOMA NOT EQUAL WS-IDIOMA-PADRAO
               MOVE "IS" TO WS-PRB-TIPO-NOVO
               MOVE WS-COD-REGRA TO WS-PRB-REGRA-NOVA
               MOVE WS-IDIOMA TO WS-PRB-IDIOMA-NOVO
               MOVE SPACES TO WS-PRB-REFER-NOVA
               MOVE WS-DATA TO WS-PRB-DATA-NOVA
               PERFORM 0007-REGISTRAR-PROBLEMA
               MOVE WS-IDIOMA-PADRAO TO WS-IDIOMA-BUSCA
               MOVE SPACES TO WS-IDIOMA-TEXTO
               STRING WS-IDIOMA DELIMITED BY SIZE
                      ">" DELIMITED BY SIZE
                      WS-IDIOMA-PADRAO DELIMITED BY SIZE
                      INTO WS-IDIOMA-TEXTO
               PERFORM 0003-42-PROCURAR-NO-IDIOMA
           END-IF

           IF NOT WS-SAUDACAO-ACHADA
               MOVE "** SEM TEXTO VIGENTE **" TO WS-NOME
               MOVE "RV" TO WS-PRB-TIPO-NOVO
               MOVE WS-COD-REGRA TO WS-PRB-REGRA-NOVA
               MOVE WS-IDIOMA TO WS-PRB-IDIOMA-NOVO
               MOVE SPACES TO WS-PRB-REFER-NOVA
               MOVE WS-DATA TO WS-PRB-DATA-NOVA
               PERFORM 0007-REGISTRAR-PROBLEMA
           END-IF

           MOVE SPACES TO PRNOUT-LINHA
           STRING WS-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-DIA-SEM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FILIAL-CORRENTE DELIMITED BY SIZE
                  "   REGRA " DELIMITED BY SIZE
                  WS-COD-REGRA DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-CAND-PRIORIDADE(WS-CAND-NUM) DELIMITED BY SIZE
                  ") " DELIMITED BY SIZE
                  WS-IDIOMA-TEXTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME DELIMITED BY SIZE
                  INTO PRNOUT-LINHA
           WRITE PRNOUT-LINHA
           .
       0003-40-END.
      *-----------------------------------------------------------------
      * 0003-42-PROCURAR-NO-IDIOMA
      * O 0003-12 DO PROG001A: POSICIONA NA CHAVE PARCIAL REGRA +
      * IDIOMA E PERCORRE OS REGISTROS DESSA REGRA/IDIOMA. VALE O
      * DATADO VIGENTE EM WS-DATA-BUSCA; SEM ELE, O PADRAO SEM
      * VIGENCIA.
      *-----------------------------------------------------------------
       0003-42-PROCURAR-NO-IDIOMA.
           MOVE SPACES TO WS-NOME
           MOVE SPACES TO WS-NOME-PADRAO
           SET WS-SW-SAUDACAO-ACHADA TO "N"
           SET WS-SW-PADRAO-ACHADO TO "N"

           OPEN INPUT GREETTB-FILE
           IF WS-FS-GREETTB EQUAL "00"
               MOVE WS-COD-REGRA TO GREETTB-COD-REGRA
               MOVE WS-IDIOMA-BUSCA TO GREETTB-IDIOMA
               MOVE SPACES TO GREETTB-VALID-DE
               MOVE SPACES TO GREETTB-VALID-ATE
               START GREETTB-FILE KEY IS NOT LESS THAN GREETTB-CHAVE
               END-START
               PERFORM UNTIL WS-FS-GREETTB NOT EQUAL "00"
                   READ GREETTB-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-GREETTB
                       NOT AT END
                           IF GREETTB-COD-REGRA EQUAL WS-COD-REGRA
                                   AND GREETTB-IDIOMA EQUAL
                                   WS-IDIOMA-BUSCA
                               PERFORM 0003-44-AVALIAR-VIGENCIA
                           ELSE
                               MOVE "10" TO WS-FS-GREETTB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GREETTB-FILE
           END-IF

           IF NOT WS-SAUDACAO-ACHADA
               IF WS-PADRAO-ACHADO
                   MOVE WS-NOME-PADRAO TO WS-NOME
                   SET WS-SAUDACAO-ACHADA TO TRUE
               END-IF
           END-IF
           .
       0003-42-END.
      *-----------------------------------------------------------------
      * 0003-44-AVALIAR-VIGENCIA
      *-----------------------------------------------------------------
       0003-44-AVALIAR-VIGENCIA.
           IF GREETTB-VALID-DE EQUAL SPACES AND
                   GREETTB-VALID-ATE EQUAL SPACES
               MOVE GREETTB-TEXTO TO WS-NOME-PADRAO
               SET WS-PADRAO-ACHADO TO TRUE
           ELSE
               IF (GREETTB-VALID-DE EQUAL SPACES OR
                       GREETTB-VALID-DE NOT GREATER WS-DATA-BUSCA)
                       AND
                       (GREETTB-VALID-ATE EQUAL SPACES OR
                       GREETTB-VALID-ATE NOT LESS WS-DATA-BUSCA)
                   MOVE GREETTB-TEXTO TO WS-NOME
                   SET WS-SAUDACAO-ACHADA TO TRUE
               END-IF
           END-IF
           .
       0003-44-END.
      *-----------------------------------------------------------------
      * 0003-90-AVANCAR-DIA
      * SOMA UM DIA DE CALENDARIO A WS-DATA-CALC, COM OS DIAS NO MES
      * DEVOLVIDOS PELO DATESRV.
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
      * 0004-CONFERIR-VIGENCIAS
      * REGISTRO DATADO DO GREETTB CUJA VIGENCIA TERMINA DENTRO DA
      * JANELA PRECISA DE OUTRO REGISTRO DA MESMA REGRA/IDIOMA (DATADO
      * OU PADRAO) PARA O DIA SEGUINTE AO FIM. OS REGISTROS SAO
      * GUARDADOS NA PRIMEIRA LEITURA E CONFERIDOS DEPOIS, PELA MESMA
      * BUSCA DA NOITE.
      *-----------------------------------------------------------------
       0004-CONFERIR-VIGENCIAS.
           MOVE ZEROS TO WS-VIG-QTDE

           OPEN INPUT GREETTB-FILE
           IF WS-FS-GREETTB EQUAL "00"
               PERFORM UNTIL WS-FS-GREETTB NOT EQUAL "00"
                   READ GREETTB-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-GREETTB
                       NOT AT END
                           IF GREETTB-VALID-ATE NOT EQUAL SPACES AND
                                   GREETTB-VALID-ATE NOT LESS
                                   WS-DATA-INICIO AND
                                   GREETTB-VALID-ATE NOT GREATER
                                   WS-DATA-FIM
                               PERFORM 0004-10-GUARDAR-VIGENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GREETTB-FILE
           ELSE
               DISPLAY "CADASTRO DE SAUDACOES GREETTB AUSENTE - FS "
                   WS-FS-GREETTB
           END-IF

           MOVE 1 TO WS-VIG-NUM
           PERFORM WS-VIG-QTDE TIMES
               PERFORM 0004-20-CONFERIR-SUBSTITUTO
               ADD 1 TO WS-VIG-NUM
           END-PERFORM
           .
       0004-END.
      *-----------------------------------------------------------------
      * 0004-10-GUARDAR-VIGENCIA
      *-----------------------------------------------------------------
       0004-10-GUARDAR-VIGENCIA.
           IF WS-VIG-QTDE LESS WS-VIG-LIMITE
               ADD 1 TO WS-VIG-QTDE
               MOVE GREETTB-COD-REGRA TO WS-VIG-REGRA(WS-VIG-QTDE)
               MOVE GREETTB-IDIOMA TO WS-VIG-IDIOMA(WS-VIG-QTDE)
               MOVE GREETTB-VALID-ATE TO WS-VIG-ATE(WS-VIG-QTDE)
           ELSE
               IF NOT WS-VIG-EXCEDIDA
                   DISPLAY "LIMITE DE " WS-VIG-LIMITE " VIGENCIAS "
                       "EXCEDIDO - REGISTRO NAO CONFERIDO: "
                       GREETTB-CHAVE
                   SET WS-VIG-EXCEDIDA TO TRUE
               END-IF
           END-IF
           .
       0004-10-END.
      *-----------------------------------------------------------------
      * 0004-20-CONFERIR-SUBSTITUTO
      *-----------------------------------------------------------------
       0004-20-CONFERIR-SUBSTITUTO.
           MOVE WS-VIG-ATE(WS-VIG-NUM) TO WS-DATA-CALC
           PERFORM 0003-90-AVANCAR-DIA
           MOVE WS-DATA-CALC TO WS-DATA-BUSCA

           MOVE WS-VIG-REGRA(WS-VIG-NUM) TO WS-COD-REGRA
           MOVE WS-VIG-IDIOMA(WS-VIG-NUM) TO WS-IDIOMA-BUSCA
           PERFORM 0003-42-PROCURAR-NO-IDIOMA

           IF NOT WS-SAUDACAO-ACHADA
               MOVE "VE" TO WS-PRB-TIPO-NOVO
               MOVE WS-VIG-REGRA(WS-VIG-NUM) TO WS-PRB-REGRA-NOVA
               MOVE WS-VIG-IDIOMA(WS-VIG-NUM) TO WS-PRB-IDIOMA-NOVO
               MOVE WS-VIG-ATE(WS-VIG-NUM) TO WS-PRB-REFER-NOVA
               MOVE WS-DATA-BUSCA TO WS-PRB-DATA-NOVA
               MOVE SPACES TO WS-FILIAL-CORRENTE
               PERFORM 0007-REGISTRAR-PROBLEMA
           END-IF
           .
       0004-20-END.
      *-----------------------------------------------------------------
      * 0005-CONFERIR-CALENDARIO-ANUAL
      * CADA ANO TOCADO PELA JANELA (NO MAXIMO DOIS) PRECISA TER AO
      * MENOS UMA DATA NO CALHOLD, EM QUALQUER REGIAO - ANO VAZIO
      * INDICA QUE AS DATAS RECORRENTES (PROG013) NAO FORAM GERADAS.
      *-----------------------------------------------------------------
       0005-CONFERIR-CALENDARIO-ANUAL.
           MOVE WS-DATA-INICIO(1:4) TO WS-ANO-CONFERIDO
           PERFORM 0005-10-CONFERIR-ANO

           IF WS-DATA-FIM(1:4) NOT EQUAL WS-DATA-INICIO(1:4)
               MOVE WS-DATA-FIM(1:4) TO WS-ANO-CONFERIDO
               PERFORM 0005-10-CONFERIR-ANO
           END-IF

           IF WS-CALHOLD-ABERTO
               CLOSE CALHOLD-FILE
           END-IF
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0005-10-CONFERIR-ANO
      *-----------------------------------------------------------------
       0005-10-CONFERIR-ANO.
           MOVE "N" TO WS-SW-CAL-ACHADO

           IF WS-CALHOLD-ABERTO
               MOVE WS-ANO-CONFERIDO TO CALHOLD-DATA(1:4)
               MOVE "0101" TO CALHOLD-DATA(5:4)
               MOVE SPACES TO CALHOLD-REGIAO
               START CALHOLD-FILE KEY IS NOT LESS THAN CALHOLD-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CALHOLD-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CALHOLD-DATA(1:4) EQUAL
                                       WS-ANO-CONFERIDO
                                   SET WS-CAL-ACHADO TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF

           IF NOT WS-CAL-ACHADO
               MOVE "CA" TO WS-PRB-TIPO-NOVO
               MOVE SPACES TO WS-PRB-REGRA-NOVA
               MOVE SPACES TO WS-PRB-IDIOMA-NOVO
               MOVE WS-ANO-CONFERIDO TO WS-PRB-REFER-NOVA
               IF WS-ANO-CONFERIDO EQUAL WS-DATA-INICIO(1:4)
                   MOVE WS-DATA-INICIO TO WS-PRB-DATA-NOVA
               ELSE
                   MOVE WS-ANO-CONFERIDO TO WS-PRB-DATA-NOVA(1:4)
                   MOVE "0101" TO WS-PRB-DATA-NOVA(5:4)
               END-IF
               MOVE SPACES TO WS-FILIAL-CORRENTE
               PERFORM 0007-REGISTRAR-PROBLEMA
           END-IF
           .
       0005-10-END.
      *-----------------------------------------------------------------
      * 0006-IMPRIMIR-PROBLEMAS
      * UMA LINHA POR PROBLEMA CONSOLIDADO E OS TOTAIS. QUALQUER
      * PROBLEMA SINALIZA RC=0004.
      *-----------------------------------------------------------------
       0006-IMPRIMIR-PROBLEMAS.
           MOVE SPACES TO PRNOUT-LINHA
           WRITE PRNOUT-LINHA
           MOVE "PROBLEMAS ENCONTRADOS:" TO PRNOUT-LINHA
           WRITE PRNOUT-LINHA

           IF WS-PRB-QTDE EQUAL ZEROS
               MOVE "NENHUM PROBLEMA ENCONTRADO" TO PRNOUT-LINHA
               WRITE PRNOUT-LINHA
           END-IF

           MOVE 1 TO WS-PRB-NUM
           PERFORM WS-PRB-QTDE TIMES
               PERFORM 0006-10-IMPRIMIR-PROBLEMA
               ADD 1 TO WS-PRB-NUM
           END-PERFORM

           IF WS-PRB-EXCEDIDO
               MOVE "*** LIMITE DE PROBLEMAS EXCEDIDO - VER SYSOUT ***"
                   TO PRNOUT-LINHA
               WRITE PRNOUT-LINHA
           END-IF

           IF WS-FIL-EXCEDIDA
               MOVE "*** LIMITE DE FILIAIS EXCEDIDO - VER SYSOUT ***"
                   TO PRNOUT-LINHA
               WRITE PRNOUT-LINHA
           END-IF

           IF WS-VIG-EXCEDIDA
               MOVE "*** LIMITE DE VIGENCIAS EXCEDIDO - VER SYSOUT ***"
                   TO PRNOUT-LINHA
               WRITE PRNOUT-LINHA
           END-IF

           MOVE SPACES TO PRNOUT-LINHA
           WRITE PRNOUT-LINHA
           MOVE SPACES TO PRNOUT-LINHA
           STRING "DIAS AVALIADOS.......: " DELIMITED BY SIZE
                  WS-QTDE-DIAS-AVALIADOS DELIMITED BY SIZE
                  INTO PRNOUT-LINHA
           WRITE PRNOUT-LINHA
           MOVE SPACES TO PRNOUT-LINHA
           STRING "FILIAIS AVALIADAS....: " DELIMITED BY SIZE
                  WS-FIL-QTDE DELIMITED BY SIZE
                  INTO PRNOUT-LINHA
           WRITE PRNOUT-LINHA
           MOVE SPACES TO PRNOUT-LINHA
           STRING "PROBLEMAS............: " DELIMITED BY SIZE
                  WS-PRB-QTDE DELIMITED BY SIZE
                  INTO PRNOUT-LINHA
           WRITE PRNOUT-LINHA

           CLOSE PRNOUT-FILE

           IF WS-PRB-QTDE GREATER ZEROS OR WS-PRB-EXCEDIDO OR
                   WS-FIL-EXCEDIDA OR WS-VIG-EXCEDIDA
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "PROBLEMAS ENCONTRADOS: " WS-PRB-QTDE
           .
       0006-END.
      *-----------------------------------------------------------------
      * 0006-10-IMPRIMIR-PROBLEMA
      *-----------------------------------------------------------------
       0006-10-IMPRIMIR-PROBLEMA.
           MOVE SPACES TO PRNOUT-LINHA
           EVALUATE WS-PRB-TIPO(WS-PRB-NUM)
               WHEN "RV"
                   STRING "REGRA " DELIMITED BY SIZE
                          WS-PRB-REGRA(WS-PRB-NUM) DELIMITED BY SIZE
                          " IDIOMA " DELIMITED BY SIZE
                          WS-PRB-IDIOMA(WS-PRB-NUM) DELIMITED BY SIZE
                          " SEM TEXTO VIGENTE - " DELIMITED BY SIZE
                          WS-PRB-QTDE-DIAS(WS-PRB-NUM) DELIMITED BY
                          SIZE
                          " DIA(S) DE " DELIMITED BY SIZE
                          WS-PRB-PRIMEIRO(WS-PRB-NUM) DELIMITED BY SIZE
                          " A " DELIMITED BY SIZE
                          WS-PRB-ULTIMO(WS-PRB-NUM) DELIMITED BY SIZE
                          INTO PRNOUT-LINHA
               WHEN "IS"
                   STRING "REGRA " DELIMITED BY SIZE
                          WS-PRB-REGRA(WS-PRB-NUM) DELIMITED BY SIZE
                          " SEM TEXTO EM " DELIMITED BY SIZE
                          WS-PRB-IDIOMA(WS-PRB-NUM) DELIMITED BY SIZE
                          " (RECUO PT) - " DELIMITED BY SIZE
                          WS-PRB-QTDE-DIAS(WS-PRB-NUM) DELIMITED BY
                          SIZE
                          " DIA(S) DE " DELIMITED BY SIZE
                          WS-PRB-PRIMEIRO(WS-PRB-NUM) DELIMITED BY SIZE
                          " A " DELIMITED BY SIZE
                          WS-PRB-ULTIMO(WS-PRB-NUM) DELIMITED BY SIZE
                          INTO PRNOUT-LINHA
               WHEN "VE"
                   STRING "GREETTB " DELIMITED BY SIZE
                          WS-PRB-REGRA(WS-PRB-NUM) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PRB-IDIOMA(WS-PRB-NUM) DELIMITED BY SIZE
                          " VIGENTE ATE " DELIMITED BY SIZE
                          WS-PRB-REFERENCIA(WS-PRB-NUM) DELIMITED BY
                          SIZE
                          " SEM SUBSTITUTO A PARTIR DE " DELIMITED BY
                          SIZE
                          WS-PRB-PRIMEIRO(WS-PRB-NUM) DELIMITED BY SIZE
                          INTO PRNOUT-LINHA
               WHEN "CA"
                   STRING "CALHOLD SEM NENHUMA DATA PARA O ANO "
                          DELIMITED BY SIZE
                          WS-PRB-REFERENCIA(WS-PRB-NUM)(1:4) DELIMITED
                          BY SIZE
                          " (PRG13JOB NAO EXECUTADO?)" DELIMITED BY
                          SIZE
                          INTO PRNOUT-LINHA
               WHEN OTHER
                   STRING "TABELA DE SELECAO REGSEL AUSENTE - NOITES "
                          DELIMITED BY SIZE
                          "COM A REGRA " DELIMITED BY SIZE
                          WS-COD-REGRA-PADRAO DELIMITED BY SIZE
                          INTO PRNOUT-LINHA
           END-EVALUATE
           WRITE PRNOUT-LINHA

           IF WS-PRB-FILIAL(WS-PRB-NUM) NOT EQUAL SPACES
               MOVE SPACES TO PRNOUT-LINHA
               STRING "    NA FILIAL " DELIMITED BY SIZE
                      WS-PRB-FILIAL(WS-PRB-NUM) DELIMITED BY SIZE
                      INTO PRNOUT-LINHA
               WRITE PRNOUT-LINHA
           END-IF
           .
       0006-10-END.
      *-----------------------------------------------------------------
      * 0007-REGISTRAR-PROBLEMA
      * CONSOLIDA O PROBLEMA WS-PRB-CHAVE-NOVA DA FILIAL CORRENTE NA
      * TABELA: JA REGISTRADO, ESTENDE O ULTIMO DIA E A CONTAGEM; NOVO,
      * ENTRA COM WS-PRB-DATA-NOVA. O MESMO PROBLEMA EM DUAS FILIAIS
      * SAO DUAS LINHAS, CADA UMA COM A SUA FILIAL.
      *-----------------------------------------------------------------
       0007-REGISTRAR-PROBLEMA.
           MOVE WS-FILIAL-CORRENTE TO WS-PRB-FILIAL-NOVA
           SET WS-SW-PRB-ACHADO TO "N"
           MOVE ZEROS TO WS-PRB-NUM
           PERFORM UNTIL WS-PRB-ACHADO OR WS-PRB-NUM NOT LESS
                   WS-PRB-QTDE
               ADD 1 TO WS-PRB-NUM
               IF WS-PRB-CHAVE(WS-PRB-NUM) EQUAL WS-PRB-CHAVE-NOVA
                   SET WS-PRB-ACHADO TO TRUE
               END-IF
           END-PERFORM

           IF WS-PRB-ACHADO
               IF WS-PRB-ULTIMO(WS-PRB-NUM) NOT EQUAL WS-PRB-DATA-NOVA
                   MOVE WS-PRB-DATA-NOVA TO WS-PRB-ULTIMO(WS-PRB-NUM)
                   ADD 1 TO WS-PRB-QTDE-DIAS(WS-PRB-NUM)
               END-IF
           ELSE
               IF WS-PRB-QTDE LESS WS-PRB-LIMITE
                   ADD 1 TO WS-PRB-QTDE
                   MOVE WS-PRB-CHAVE-NOVA TO WS-PRB-CHAVE(WS-PRB-QTDE)
                   MOVE WS-PRB-DATA-NOVA TO
                       WS-PRB-PRIMEIRO(WS-PRB-QTDE)
                   MOVE WS-PRB-DATA-NOVA TO WS-PRB-ULTIMO(WS-PRB-QTDE)
                   MOVE 1 TO WS-PRB-QTDE-DIAS(WS-PRB-QTDE)
               ELSE
                   IF NOT WS-PRB-EXCEDIDO
                       DISPLAY "LIMITE DE " WS-PRB-LIMITE
                           " PROBLEMAS EXCEDIDO - NAO LISTADO: "
                           WS-PRB-CHAVE-NOVA
                       SET WS-PRB-EXCEDIDO TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       0007-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
