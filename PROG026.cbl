      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: RELATORIO DA JANELA DE BATCH DO CICLO NOTURNO. LE O
      *           ARQUIVO DE TEMPOS (RUNTIM, GRAVADO PELO SERVICO
      *           TIMSRV NO INICIO E NO FIM DE CADA PROGRAMA DO CICLO)
      *           E A TABELA DE METAS (SLATB) E IMPRIME NO DD SLAOUT:
      *           - OS TEMPOS DE CADA STEP DA NOITE DO CARTAO SLAPARM
      *             (INICIO, FIM, DURACAO, RC, CONTAGENS E SITUACAO
      *             DIANTE DA META);
      *           - O TERMINO DO CICLO (CAMINHO CRITICO) DE CADA NOITE
      *             DO PERIODO CONTRA O HORARIO LIMITE (06:00);
      *           - OS ESTOUROS DE META DO PERIODO;
      *           - A TENDENCIA DA DURACAO DE CADA PROGRAMA NAS ULTIMAS
      *             NOITES (30 POR PADRAO), PARA UM STEP QUE VEM
      *             CRESCENDO COM OS ARQUIVOS APARECER ANTES DE ESTOURAR
      *             A JANELA.
      *           EXECUCOES EM SIMULACAO E PROGRAMAS CHAMADOS POR OUTRO
      *           (PROG001A DENTRO DO PROG011) NAO ENTRAM - O TEMPO
      *           DELES ESTA NO DO STEP.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    RC DO STEP GUARDADO EM WS-RC-FINAL E DEVOLVIDO
      *                   SO NO FIM - A CHAMADA AO DATESRV NO CALCULO
      *                   DA JANELA ZERAVA O RC 4 DE ESTOURO OU ATRASO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG026.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNTIM-FILE ASSIGN TO "RUNTIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNTIM.

           SELECT SLATB-FILE ASSIGN TO "SLATB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLATB.

           SELECT SLAPARM-FILE ASSIGN TO "SLAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLAPARM.

           SELECT SLAOUT-FILE ASSIGN TO "SLAOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLAOUT.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RUNTIM-FILE
           RECORDING MODE IS F.
       COPY "RUNTIM.cpy".

       FD  SLATB-FILE
           RECORDING MODE IS F.
       COPY "SLATB.cpy".

       FD  SLAPARM-FILE
           RECORDING MODE IS F.
       COPY "SLAPARM.cpy".

       FD  SLAOUT-FILE
           RECORDING MODE IS F.
       01 SLAOUT-LINHA            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-RUNTIM            PIC X(02) VALUE SPACES.
       01 WS-FS-SLATB             PIC X(02) VALUE SPACES.
       01 WS-FS-SLAPARM           PIC X(02) VALUE SPACES.
       01 WS-FS-SLAOUT            PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
      * NOITE DO RELATORIO E NOITES DA TENDENCIA (CARTAO SLAPARM)
      *-----------------------------------------------------------------
       01 WS-NOITE                PIC X(08) VALUE SPACES.
       01 WS-DIAS-PARM            PIC X(02) VALUE SPACES.
       01 WS-DIAS                 PIC 9(02) VALUE 30.

      *-----------------------------------------------------------------
      * DATAS: RECUO E AVANCO DE UM DIA DE CALENDARIO
      *-----------------------------------------------------------------
       COPY "DATEPRM.cpy".
       01 WS-DATA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-DATA-CALC            PIC X(08) VALUE SPACES.
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05 WS-CALC-ANO         PIC 9(04).
           05 WS-CALC-MES         PIC 9(02).
           05 WS-CALC-DIA         PIC 9(02).

      *-----------------------------------------------------------------
      * NOITES DO PERIODO, DA MAIS ANTIGA (1) A DO RELATORIO
      * (WS-DIAS), COM O CAMINHO CRITICO DE CADA UMA
      *-----------------------------------------------------------------
       01 WS-NOI-TABELA.
           05 WS-NOI-ITEM OCCURS 31 TIMES INDEXED BY WS-NOI-IDX.
               10 WS-NOI-DATA     PIC X(08).
               10 WS-NOI-SEGUINTE PIC X(08).
      *            DIA SEGUINTE, PARA HORARIO LIMITE DA MADRUGADA
               10 WS-NOI-PRIM-INICIO PIC X(14).
               10 WS-NOI-ULT-FIM  PIC X(14).
               10 WS-NOI-QTDE-EXEC PIC 9(03).
               10 WS-NOI-QTDE-ABERTAS PIC 9(03).
               10 WS-NOI-QTDE-ESTOUROS PIC 9(03).
       01 WS-NOI-NUM              PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * METAS DO SLATB. WS-LIMITE-CICLO E O HORARIO LIMITE DO CICLO
      * INTEIRO (REGISTRO "*CICLO"; SEM ELE, 06:00)
      *-----------------------------------------------------------------
       01 WS-SLA-QTDE             PIC 9(02) VALUE ZEROS.
       01 WS-SLA-TABELA.
           05 WS-SLA-ITEM OCCURS 30 TIMES INDEXED BY WS-SLA-IDX.
               10 WS-SLA-PROGRAMA PIC X(08).
               10 WS-SLA-DURACAO-MAX PIC 9(04).
      *            MINUTOS; ZEROS = SEM META DE DURACAO
               10 WS-SLA-TERMINO-MAX PIC X(04).
      *            HHMM; ESPACOS = SEM META DE HORARIO
       01 WS-SW-SLA-ACHADO        PIC X(01) VALUE "N".
           88 WS-SLA-ACHADO               VALUE "S".
       01 WS-LIMITE-CICLO         PIC X(04) VALUE "0600".
       01 WS-HHMM                 PIC X(04) VALUE SPACES.
       01 WS-HHMM-R REDEFINES WS-HHMM.
           05 WS-HHMM-HORA        PIC 9(02).
           05 WS-HHMM-MIN         PIC 9(02).

      *-----------------------------------------------------------------
      * EXECUCOES DO PERIODO. UM INICIO SEM FIM FICA "SEM TERMINO"
      *-----------------------------------------------------------------
       01 WS-EXE-QTDE             PIC 9(04) VALUE ZEROS.
       01 WS-EXE-TABELA.
           05 WS-EXE-ITEM OCCURS 1500 TIMES INDEXED BY WS-EXE-IDX.
               10 WS-EXE-PROGRAMA PIC X(08).
               10 WS-EXE-NOITE    PIC 9(02).
               10 WS-EXE-INICIO   PIC X(14).
               10 WS-EXE-FIM      PIC X(14).
               10 WS-EXE-RC       PIC 9(04).
               10 WS-EXE-LIDOS    PIC 9(09).
               10 WS-EXE-GRAVADOS PIC 9(09).
               10 WS-EXE-DURACAO  PIC 9(07).
      *            SEGUNDOS
               10 WS-EXE-META-MIN PIC 9(04).
               10 WS-EXE-LIMITE   PIC X(14).
               10 WS-EXE-SITUACAO PIC X(12).
       01 WS-SW-EXE-ACHADA        PIC X(01) VALUE "N".
           88 WS-EXE-ACHADA               VALUE "S".
       01 WS-SW-EXE-EXCEDIDA      PIC X(01) VALUE "N".
           88 WS-EXE-EXCEDIDA             VALUE "S".

      *-----------------------------------------------------------------
      * DURACAO DE CADA PROGRAMA POR NOITE (ULTIMA EXECUCAO COMPLETA
      * DA NOITE), PARA A TENDENCIA
      *-----------------------------------------------------------------
       01 WS-PRG-QTDE             PIC 9(02) VALUE ZEROS.
       01 WS-PRG-TABELA.
           05 WS-PRG-ITEM OCCURS 20 TIMES INDEXED BY WS-PRG-IDX.
               10 WS-PRG-PROGRAMA PIC X(08).
               10 WS-PRG-DUR      PIC 9(07) OCCURS 31 TIMES.
       01 WS-SW-PRG-ACHADO        PIC X(01) VALUE "N".
           88 WS-PRG-ACHADO               VALUE "S".
       01 WS-SW-PRG-EXCEDIDO      PIC X(01) VALUE "N".
           88 WS-PRG-EXCEDIDO             VALUE "S".

      *-----------------------------------------------------------------
      * CALCULO DA DURACAO: DIAS ENTRE AS DATAS E SEGUNDOS DO DIA
      *-----------------------------------------------------------------
       01 WS-TS-INICIO.
           05 WS-TSI-DATA         PIC X(08).
           05 WS-TSI-HORA         PIC 9(02).
           05 WS-TSI-MIN          PIC 9(02).
           05 WS-TSI-SEG          PIC 9(02).
       01 WS-TS-FIM.
           05 WS-TSF-DATA         PIC X(08).
           05 WS-TSF-HORA         PIC 9(02).
           05 WS-TSF-MIN          PIC 9(02).
           05 WS-TSF-SEG          PIC 9(02).
       01 WS-DUR-DIAS             PIC 9(02) VALUE ZEROS.
       01 WS-DUR-CALC             PIC S9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * TENDENCIA: ESTATISTICAS DE UM PROGRAMA. "EM ALTA" QUANDO A
      * MEDIA DAS ULTIMAS WS-TND-RECENTES NOITES COM EXECUCAO SUPERA
      * A DAS NOITES ANTERIORES EM WS-TND-LIMITE-PCT POR CENTO OU MAIS
      *-----------------------------------------------------------------
       01 WS-TND-RECENTES         PIC 9(02) VALUE 7.
       01 WS-TND-LIMITE-PCT       PIC 9(03) VALUE 20.
       01 WS-TND-QTDE             PIC 9(02) VALUE ZEROS.
       01 WS-TND-QTDE-REC         PIC 9(02) VALUE ZEROS.
       01 WS-TND-QTDE-ANT         PIC 9(02) VALUE ZEROS.
       01 WS-TND-SOMA             PIC 9(09) VALUE ZEROS.
       01 WS-TND-SOMA-REC         PIC 9(09) VALUE ZEROS.
       01 WS-TND-SOMA-ANT         PIC 9(09) VALUE ZEROS.
       01 WS-TND-MAXIMA           PIC 9(07) VALUE ZEROS.
       01 WS-TND-MEDIA            PIC 9(07) VALUE ZEROS.
       01 WS-TND-MEDIA-REC        PIC 9(07) VALUE ZEROS.
       01 WS-TND-MEDIA-ANT        PIC 9(07) VALUE ZEROS.
       01 WS-TND-VARIACAO         PIC S9(05) VALUE ZEROS.
       01 WS-TND-CONTADOS         PIC 9(02) VALUE ZEROS.
       01 WS-TND-BARRA-TAM        PIC 9(02) VALUE ZEROS.
       01 WS-TND-BARRA            PIC X(40) VALUE SPACES.
       01 WS-TND-ESTRELAS         PIC X(40) VALUE ALL "*".

      *-----------------------------------------------------------------
      * CAMPOS EDITADOS
      *-----------------------------------------------------------------
       01 WS-SEGUNDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RESTO                PIC 9(07) VALUE ZEROS.
       01 WS-DURACAO-EDITADA.
           05 WS-DUR-ED-HORA      PIC 9(02).
           05 FILLER              PIC X(01) VALUE ":".
           05 WS-DUR-ED-MIN       PIC 9(02).
           05 FILLER              PIC X(01) VALUE ":".
           05 WS-DUR-ED-SEG       PIC 9(02).
       01 WS-TS-EDITAR            PIC X(14) VALUE SPACES.
       01 WS-TS-EDITAR-R REDEFINES WS-TS-EDITAR.
           05 WS-TSE-ANO          PIC X(04).
           05 WS-TSE-MES          PIC X(02).
           05 WS-TSE-DIA          PIC X(02).
           05 WS-TSE-HORA         PIC X(02).
           05 WS-TSE-MIN          PIC X(02).
           05 WS-TSE-SEG          PIC X(02).
       01 WS-TS-EDITADO.
           05 WS-TSD-DIA          PIC X(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-TSD-MES          PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-TSD-HORA         PIC X(02).
           05 FILLER              PIC X(01) VALUE ":".
           05 WS-TSD-MIN          PIC X(02).
       01 WS-INICIO-EDITADO       PIC X(11) VALUE SPACES.
       01 WS-FIM-EDITADO          PIC X(11) VALUE SPACES.
       01 WS-LIMITE-EDITADO       PIC X(11) VALUE SPACES.
       01 WS-DATA-EDITADA.
           05 WS-DTE-DIA          PIC X(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-DTE-MES          PIC X(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-DTE-ANO          PIC X(04).
       01 WS-RC-EDITADO           PIC ZZZ9.
       01 WS-LIDOS-EDITADO        PIC ZZZZZZZZ9.
       01 WS-GRAVADOS-EDITADO     PIC ZZZZZZZZ9.
       01 WS-META-EDITADA         PIC ZZZZ.
       01 WS-VARIACAO-EDITADA     PIC +ZZZ9.
       01 WS-SITUACAO-NOITE       PIC X(20) VALUE SPACES.
       01 WS-LIMITE-TS            PIC X(14) VALUE SPACES.

      *-----------------------------------------------------------------
      * TOTAIS
      *-----------------------------------------------------------------
       01 WS-QTDE-LIDOS           PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-IGNORADOS       PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-FORA-PERIODO    PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-SLA-INVALIDOS   PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-ESTOUROS-NOITE  PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-ESTOUROS        PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-NOITES-ATRASO   PIC 9(02) VALUE ZEROS.
       01 WS-QTDE-EM-ALTA         PIC 9(02) VALUE ZEROS.
       01 WS-RC-FINAL             PIC 9(04) VALUE ZEROS.
       01 WS-SW-NOITE-ATRASADA    PIC X(01) VALUE "N".
           88 WS-NOITE-ATRASADA           VALUE "S".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0002-INICIALIZAR
           PERFORM 0003-CARREGAR-TEMPOS
           PERFORM 0004-AVALIAR-EXECUCOES
           PERFORM 0005-IMPRIMIR-NOITE
           PERFORM 0006-IMPRIMIR-CAMINHO-CRITICO
           PERFORM 0007-IMPRIMIR-ESTOUROS
           PERFORM 0008-IMPRIMIR-TENDENCIA
           PERFORM 0009-IMPRIMIR-TOTAIS
           PERFORM 9999-FINALIZAR
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      * LE O CARTAO SLAPARM (NOITE EM BRANCO = VESPERA DO DIA DA
      * EXECUCAO; DIAS EM BRANCO = 30), MONTA A TABELA DE NOITES DO
      * PERIODO E CARREGA AS METAS DO SLATB.
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA TO WS-DATA-CALC
           PERFORM 0002-20-RECUAR-DIA
           MOVE WS-DATA-CALC TO WS-NOITE

           OPEN INPUT SLAPARM-FILE
           IF WS-FS-SLAPARM EQUAL "00"
               READ SLAPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SLAPARM-NOITE NOT EQUAL SPACES
                           MOVE SLAPARM-NOITE TO WS-NOITE
                       END-IF
                       MOVE SLAPARM-DIAS TO WS-DIAS-PARM
               END-READ
               CLOSE SLAPARM-FILE
           END-IF

           MOVE "V" TO DATEPRM-FUNCAO
           MOVE WS-NOITE TO DATEPRM-DATA
           CALL "DATESRV" USING DATEPRM-AREA
           IF DATEPRM-RETORNO NOT EQUAL "0"
               DISPLAY "SLAPARM - NOITE INVALIDA, ASSUMIDA A VESPERA: "
                   WS-NOITE
               MOVE WS-DATA-SISTEMA TO WS-DATA-CALC
               PERFORM 0002-20-RECUAR-DIA
               MOVE WS-DATA-CALC TO WS-NOITE
           END-IF

           IF WS-DIAS-PARM NOT EQUAL SPACES
               IF WS-DIAS-PARM IS NUMERIC AND
                       WS-DIAS-PARM NOT EQUAL "00" AND
                       WS-DIAS-PARM NOT GREATER "31"
                   MOVE WS-DIAS-PARM TO WS-DIAS
               ELSE
                   DISPLAY "SLAPARM - DIAS INVALIDO, ASSUMIDAS 30 "
                       "NOITES: " WS-DIAS-PARM
               END-IF
           END-IF

           PERFORM 0002-10-MONTAR-NOITES
           PERFORM 0002-40-CARREGAR-METAS

           OPEN OUTPUT SLAOUT-FILE
           MOVE "RELATORIO DA JANELA DE BATCH DO CICLO NOTURNO" TO
               SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE WS-NOITE TO WS-TS-EDITAR
           PERFORM 0010-20-EDITAR-DATA
           MOVE SPACES TO SLAOUT-LINHA
           STRING "NOITE: " DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
                  "   TENDENCIA: " DELIMITED BY SIZE
                  WS-DIAS DELIMITED BY SIZE
                  " NOITES   LIMITE DO CICLO: " DELIMITED BY SIZE
                  WS-LIMITE-CICLO(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-LIMITE-CICLO(3:2) DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0002-10-MONTAR-NOITES
      * DA NOITE DO RELATORIO PARA TRAS, UMA POR DIA; O DIA SEGUINTE DE
      * CADA NOITE E A DATA DA PROXIMA (DA ULTIMA, UM DIA A FRENTE).
      *-----------------------------------------------------------------
       0002-10-MONTAR-NOITES.
           INITIALIZE WS-NOI-TABELA
           MOVE WS-NOITE TO WS-DATA-CALC
           PERFORM 0002-30-AVANCAR-DIA
           MOVE WS-DATA-CALC TO WS-NOI-SEGUINTE(WS-DIAS)

           MOVE WS-NOITE TO WS-DATA-CALC
           MOVE WS-DIAS TO WS-NOI-NUM
           PERFORM WS-DIAS TIMES
               MOVE WS-DATA-CALC TO WS-NOI-DATA(WS-NOI-NUM)
               IF WS-NOI-NUM LESS WS-DIAS
                   MOVE WS-NOI-DATA(WS-NOI-NUM + 1)
                       TO WS-NOI-SEGUINTE(WS-NOI-NUM)
               END-IF
               PERFORM 0002-20-RECUAR-DIA
               SUBTRACT 1 FROM WS-NOI-NUM
           END-PERFORM
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
      * 0002-30-AVANCAR-DIA
      * SOMA UM DIA DE CALENDARIO A WS-DATA-CALC; O ULTIMO DIA DO MES
      * VEM DO SERVICO DE DATAS.
      *-----------------------------------------------------------------
       0002-30-AVANCAR-DIA.
           MOVE "V" TO DATEPRM-FUNCAO
           MOVE WS-DATA-CALC TO DATEPRM-DATA
           CALL "DATESRV" USING DATEPRM-AREA
           IF WS-CALC-DIA LESS DATEPRM-DIAS-NO-MES
               ADD 1 TO WS-CALC-DIA
           ELSE
               MOVE 1 TO WS-CALC-DIA
               IF WS-CALC-MES LESS 12
                   ADD 1 TO WS-CALC-MES
               ELSE
                   MOVE 1 TO WS-CALC-MES
                   ADD 1 TO WS-CALC-ANO
               END-IF
           END-IF
           .
       0002-30-END.
      *-----------------------------------------------------------------
      * 0002-40-CARREGAR-METAS
      * CARREGA O SLATB. META COM DURACAO OU HORARIO INVALIDO E
      * LISTADA NO SYSOUT E A PARTE INVALIDA IGNORADA. SEM O ARQUIVO,
      * NENHUM PROGRAMA TEM META E O LIMITE DO CICLO E 06:00.
      *-----------------------------------------------------------------
       0002-40-CARREGAR-METAS.
           OPEN INPUT SLATB-FILE
           IF WS-FS-SLATB NOT EQUAL "00"
               DISPLAY "SLATB AUSENTE - SEM METAS POR PROGRAMA"
           ELSE
               PERFORM UNTIL WS-FS-SLATB NOT EQUAL "00"
                   READ SLATB-FILE
                       AT END
                           MOVE "10" TO WS-FS-SLATB
                       NOT AT END
                           IF SLATB-PROGRAMA NOT EQUAL SPACES
                               PERFORM 0002-50-GUARDAR-META
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLATB-FILE
           END-IF
           .
       0002-40-END.
      *-----------------------------------------------------------------
      * 0002-50-GUARDAR-META
      *-----------------------------------------------------------------
       0002-50-GUARDAR-META.
           IF SLATB-TERMINO-MAX NOT EQUAL SPACES
               MOVE SLATB-TERMINO-MAX TO WS-HHMM
               IF WS-HHMM IS NOT NUMERIC OR WS-HHMM-HORA GREATER 23 OR
                       WS-HHMM-MIN GREATER 59
                   DISPLAY "SLATB - HORARIO INVALIDO, IGNORADO: "
                       SLATB-PROGRAMA " " SLATB-TERMINO-MAX
                   ADD 1 TO WS-QTDE-SLA-INVALIDOS
                   MOVE SPACES TO WS-HHMM
               END-IF
           ELSE
               MOVE SPACES TO WS-HHMM
           END-IF

           IF SLATB-PROGRAMA EQUAL "*CICLO"
               IF WS-HHMM NOT EQUAL SPACES
                   MOVE WS-HHMM TO WS-LIMITE-CICLO
               END-IF
           ELSE
               IF WS-SLA-QTDE EQUAL 30
                   DISPLAY "SLATB - MAIS DE 30 METAS, IGNORADA: "
                       SLATB-PROGRAMA
                   ADD 1 TO WS-QTDE-SLA-INVALIDOS
               ELSE
                   ADD 1 TO WS-SLA-QTDE
                   SET WS-SLA-IDX TO WS-SLA-QTDE
                   MOVE SLATB-PROGRAMA TO WS-SLA-PROGRAMA(WS-SLA-IDX)
                   MOVE WS-HHMM TO WS-SLA-TERMINO-MAX(WS-SLA-IDX)
                   MOVE ZEROS TO WS-SLA-DURACAO-MAX(WS-SLA-IDX)
                   IF SLATB-DURACAO-MAX NOT EQUAL SPACES
                       IF SLATB-DURACAO-MAX IS NUMERIC
                           MOVE SLATB-DURACAO-MAX
                               TO WS-SLA-DURACAO-MAX(WS-SLA-IDX)
                       ELSE
                           DISPLAY "SLATB - DURACAO INVALIDA, "
                               "IGNORADA: " SLATB-PROGRAMA " "
                               SLATB-DURACAO-MAX
                           ADD 1 TO WS-QTDE-SLA-INVALIDOS
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       0002-50-END.
      *-----------------------------------------------------------------
      * 0003-CARREGAR-TEMPOS
      * LE O RUNTIM INTEIRO. FICAM AS EXECUCOES NORMAIS DE STEP (NEM
      * SIMULACAO, NEM PROGRAMA CHAMADO) DAS NOITES DO PERIODO; O
      * REGISTRO DE FIM COMPLETA O DE INICIO DE MESMO PROGRAMA E
      * INICIO.
      *-----------------------------------------------------------------
       0003-CARREGAR-TEMPOS.
           OPEN INPUT RUNTIM-FILE
           IF WS-FS-RUNTIM NOT EQUAL "00"
               DISPLAY "ARQUIVO RUNTIM AUSENTE - FS " WS-FS-RUNTIM
               MOVE 8 TO WS-RC-FINAL
           ELSE
               PERFORM UNTIL WS-FS-RUNTIM NOT EQUAL "00"
                   READ RUNTIM-FILE
                       AT END
                           MOVE "10" TO WS-FS-RUNTIM
                       NOT AT END
                           ADD 1 TO WS-QTDE-LIDOS
                           PERFORM 0003-10-TRATAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE RUNTIM-FILE
           END-IF
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-10-TRATAR-REGISTRO
      *-----------------------------------------------------------------
       0003-10-TRATAR-REGISTRO.
           IF RUNTIM-MODO EQUAL "S" OR RUNTIM-CHAMADOR NOT EQUAL SPACES
               ADD 1 TO WS-QTDE-IGNORADOS
           ELSE
               MOVE ZEROS TO WS-NOI-NUM
               SET WS-NOI-IDX TO 1
               PERFORM WS-DIAS TIMES
                   IF WS-NOI-DATA(WS-NOI-IDX) EQUAL RUNTIM-NOITE
                       SET WS-NOI-NUM TO WS-NOI-IDX
                   END-IF
                   SET WS-NOI-IDX UP BY 1
               END-PERFORM

               IF WS-NOI-NUM EQUAL ZEROS
                   ADD 1 TO WS-QTDE-FORA-PERIODO
               ELSE
                   PERFORM 0003-20-PROCURAR-EXECUCAO
                   IF NOT WS-EXE-ACHADA
                       PERFORM 0003-30-NOVA-EXECUCAO
                   END-IF
                   IF WS-EXE-ACHADA AND RUNTIM-TIPO EQUAL "F"
                       MOVE RUNTIM-FIM TO WS-EXE-FIM(WS-EXE-IDX)
                       MOVE RUNTIM-RC TO WS-EXE-RC(WS-EXE-IDX)
                       MOVE RUNTIM-QTDE-LIDOS
                           TO WS-EXE-LIDOS(WS-EXE-IDX)
                       MOVE RUNTIM-QTDE-GRAVADOS
                           TO WS-EXE-GRAVADOS(WS-EXE-IDX)
                       PERFORM 0003-40-CALCULAR-DURACAO
                   END-IF
               END-IF
           END-IF
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-20-PROCURAR-EXECUCAO
      * PROCURA A EXECUCAO DE MESMO PROGRAMA E INICIO DO REGISTRO;
      * ACHADA, DEIXA WS-EXE-IDX NA POSICAO.
      *-----------------------------------------------------------------
       0003-20-PROCURAR-EXECUCAO.
           MOVE "N" TO WS-SW-EXE-ACHADA
           SET WS-EXE-IDX TO 1
           PERFORM UNTIL WS-EXE-ACHADA OR WS-EXE-IDX GREATER WS-EXE-QTDE
               IF WS-EXE-PROGRAMA(WS-EXE-IDX) EQUAL RUNTIM-PROGRAMA AND
                       WS-EXE-INICIO(WS-EXE-IDX) EQUAL RUNTIM-INICIO
                   SET WS-EXE-ACHADA TO TRUE
               ELSE
                   SET WS-EXE-IDX UP BY 1
               END-IF
           END-PERFORM
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0003-30-NOVA-EXECUCAO
      * ACRESCENTA A EXECUCAO DO REGISTRO (INICIO OU, SEM ELE, FIM).
      * COM A TABELA CHEIA, AVISA UMA VEZ E SEGUE SEM A EXECUCAO.
      *-----------------------------------------------------------------
       0003-30-NOVA-EXECUCAO.
           IF WS-EXE-QTDE EQUAL 1500
               IF NOT WS-EXE-EXCEDIDA
                   DISPLAY "MAIS DE 1500 EXECUCOES NO PERIODO - "
                       "REDUZA OS DIAS DO SLAPARM"
                   SET WS-EXE-EXCEDIDA TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-EXE-QTDE
               SET WS-EXE-IDX TO WS-EXE-QTDE
               INITIALIZE WS-EXE-ITEM(WS-EXE-IDX)
               MOVE RUNTIM-PROGRAMA TO WS-EXE-PROGRAMA(WS-EXE-IDX)
               MOVE WS-NOI-NUM TO WS-EXE-NOITE(WS-EXE-IDX)
               MOVE RUNTIM-INICIO TO WS-EXE-INICIO(WS-EXE-IDX)
               MOVE SPACES TO WS-EXE-FIM(WS-EXE-IDX)
               SET WS-EXE-ACHADA TO TRUE
           END-IF
           .
       0003-30-END.
      *-----------------------------------------------------------------
      * 0003-40-CALCULAR-DURACAO
      * SEGUNDOS ENTRE O INICIO E O FIM DA EXECUCAO EM WS-EXE-IDX,
      * CONTANDO OS DIAS DE CALENDARIO ENTRE AS DUAS DATAS (ATE 31).
      *-----------------------------------------------------------------
       0003-40-CALCULAR-DURACAO.
           MOVE WS-EXE-INICIO(WS-EXE-IDX) TO WS-TS-INICIO
           MOVE WS-EXE-FIM(WS-EXE-IDX) TO WS-TS-FIM
           MOVE ZEROS TO WS-DUR-DIAS
           MOVE WS-TSI-DATA TO WS-DATA-CALC
           PERFORM UNTIL WS-DATA-CALC NOT LESS WS-TSF-DATA OR
                   WS-DUR-DIAS EQUAL 31
               PERFORM 0002-30-AVANCAR-DIA
               ADD 1 TO WS-DUR-DIAS
           END-PERFORM

           COMPUTE WS-DUR-CALC = WS-DUR-DIAS * 86400
               + WS-TSF-HORA * 3600 + WS-TSF-MIN * 60 + WS-TSF-SEG
               - WS-TSI-HORA * 3600 - WS-TSI-MIN * 60 - WS-TSI-SEG
           IF WS-DUR-CALC LESS ZEROS
               MOVE ZEROS TO WS-DUR-CALC
           END-IF
           MOVE WS-DUR-CALC TO WS-EXE-DURACAO(WS-EXE-IDX)
           .
       0003-40-END.
      *-----------------------------------------------------------------
      * 0004-AVALIAR-EXECUCOES
      * CONFRONTA CADA EXECUCAO COM A META DO PROGRAMA, ACUMULA O
      * CAMINHO CRITICO DA NOITE E GUARDA A DURACAO PARA A TENDENCIA.
      *-----------------------------------------------------------------
       0004-AVALIAR-EXECUCOES.
           SET WS-EXE-IDX TO 1
           PERFORM WS-EXE-QTDE TIMES
               PERFORM 0004-10-AVALIAR-EXECUCAO
               SET WS-EXE-IDX UP BY 1
           END-PERFORM
           .
       0004-END.
      *-----------------------------------------------------------------
      * 0004-10-AVALIAR-EXECUCAO
      * SITUACAO: "SEM TERMINO" (ABEND OU AINDA EM ANDAMENTO),
      * "EST.DURACAO", "EST.HORARIO", "EST.DUR+HOR", "OK" OU
      * "SEM META".
      *-----------------------------------------------------------------
       0004-10-AVALIAR-EXECUCAO.
           MOVE WS-EXE-NOITE(WS-EXE-IDX) TO WS-NOI-NUM
           ADD 1 TO WS-NOI-QTDE-EXEC(WS-NOI-NUM)
           IF WS-NOI-PRIM-INICIO(WS-NOI-NUM) EQUAL SPACES OR
                   WS-EXE-INICIO(WS-EXE-IDX) LESS
                   WS-NOI-PRIM-INICIO(WS-NOI-NUM)
               MOVE WS-EXE-INICIO(WS-EXE-IDX)
                   TO WS-NOI-PRIM-INICIO(WS-NOI-NUM)
           END-IF

           MOVE "N" TO WS-SW-SLA-ACHADO
           SET WS-SLA-IDX TO 1
           PERFORM UNTIL WS-SLA-ACHADO OR WS-SLA-IDX GREATER WS-SLA-QTDE
               IF WS-SLA-PROGRAMA(WS-SLA-IDX) EQUAL
                       WS-EXE-PROGRAMA(WS-EXE-IDX)
                   SET WS-SLA-ACHADO TO TRUE
               ELSE
                   SET WS-SLA-IDX UP BY 1
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-EXE-LIMITE(WS-EXE-IDX)
           MOVE ZEROS TO WS-EXE-META-MIN(WS-EXE-IDX)
           IF WS-SLA-ACHADO
               MOVE WS-SLA-DURACAO-MAX(WS-SLA-IDX)
                   TO WS-EXE-META-MIN(WS-EXE-IDX)
               IF WS-SLA-TERMINO-MAX(WS-SLA-IDX) NOT EQUAL SPACES
                   MOVE WS-SLA-TERMINO-MAX(WS-SLA-IDX) TO WS-HHMM
                   PERFORM 0004-20-MONTAR-LIMITE
                   MOVE WS-LIMITE-TS TO WS-EXE-LIMITE(WS-EXE-IDX)
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-EXE-FIM(WS-EXE-IDX) EQUAL SPACES
                   MOVE "SEM TERMINO" TO WS-EXE-SITUACAO(WS-EXE-IDX)
                   ADD 1 TO WS-NOI-QTDE-ABERTAS(WS-NOI-NUM)
               WHEN NOT WS-SLA-ACHADO
                   MOVE "SEM META" TO WS-EXE-SITUACAO(WS-EXE-IDX)
               WHEN OTHER
                   MOVE "OK" TO WS-EXE-SITUACAO(WS-EXE-IDX)
                   IF WS-EXE-META-MIN(WS-EXE-IDX) GREATER ZEROS AND
                           WS-EXE-DURACAO(WS-EXE-IDX) GREATER
                           WS-EXE-META-MIN(WS-EXE-IDX) * 60
                       MOVE "EST.DURACAO"
                           TO WS-EXE-SITUACAO(WS-EXE-IDX)
                   END-IF
                   IF WS-EXE-LIMITE(WS-EXE-IDX) NOT EQUAL SPACES AND
                           WS-EXE-FIM(WS-EXE-IDX) GREATER
                           WS-EXE-LIMITE(WS-EXE-IDX)
                       IF WS-EXE-SITUACAO(WS-EXE-IDX) EQUAL "OK"
                           MOVE "EST.HORARIO"
                               TO WS-EXE-SITUACAO(WS-EXE-IDX)
                       ELSE
                           MOVE "EST.DUR+HOR"
                               TO WS-EXE-SITUACAO(WS-EXE-IDX)
                       END-IF
                   END-IF
           END-EVALUATE

           IF WS-EXE-SITUACAO(WS-EXE-IDX)(1:4) EQUAL "EST."
               ADD 1 TO WS-NOI-QTDE-ESTOUROS(WS-NOI-NUM)
               ADD 1 TO WS-QTDE-ESTOUROS
           END-IF

           IF WS-EXE-FIM(WS-EXE-IDX) NOT EQUAL SPACES
               IF WS-EXE-FIM(WS-EXE-IDX) GREATER
                       WS-NOI-ULT-FIM(WS-NOI-NUM) OR
                       WS-NOI-ULT-FIM(WS-NOI-NUM) EQUAL SPACES
                   MOVE WS-EXE-FIM(WS-EXE-IDX)
                       TO WS-NOI-ULT-FIM(WS-NOI-NUM)
               END-IF
               PERFORM 0004-30-GUARDAR-TENDENCIA
           END-IF
           .
       0004-10-END.
      *-----------------------------------------------------------------
      * 0004-20-MONTAR-LIMITE
      * HORARIO WS-HHMM DA NOITE WS-NOI-NUM EM WS-LIMITE-TS
      * (AAAAMMDDHHMMSS): ANTES DO MEIO-DIA E NA MANHA SEGUINTE.
      *-----------------------------------------------------------------
       0004-20-MONTAR-LIMITE.
           MOVE SPACES TO WS-LIMITE-TS
           IF WS-HHMM LESS "1200"
               MOVE WS-NOI-SEGUINTE(WS-NOI-NUM) TO WS-LIMITE-TS(1:8)
           ELSE
               MOVE WS-NOI-DATA(WS-NOI-NUM) TO WS-LIMITE-TS(1:8)
           END-IF
           MOVE WS-HHMM TO WS-LIMITE-TS(9:4)
           MOVE "00" TO WS-LIMITE-TS(13:2)
           .
       0004-20-END.
      *-----------------------------------------------------------------
      * 0004-30-GUARDAR-TENDENCIA
      * DURACAO DA EXECUCAO NA LINHA DO PROGRAMA E NA COLUNA DA NOITE.
      * O RUNTIM ESTA EM ORDEM DE GRAVACAO, ENTAO UMA REEXECUCAO NA
      * MESMA NOITE SUBSTITUI A ANTERIOR.
      *-----------------------------------------------------------------
       0004-30-GUARDAR-TENDENCIA.
           MOVE "N" TO WS-SW-PRG-ACHADO
           SET WS-PRG-IDX TO 1
           PERFORM UNTIL WS-PRG-ACHADO OR WS-PRG-IDX GREATER WS-PRG-QTDE
               IF WS-PRG-PROGRAMA(WS-PRG-IDX) EQUAL
                       WS-EXE-PROGRAMA(WS-EXE-IDX)
                   SET WS-PRG-ACHADO TO TRUE
               ELSE
                   SET WS-PRG-IDX UP BY 1
               END-IF
           END-PERFORM

           IF NOT WS-PRG-ACHADO
               IF WS-PRG-QTDE EQUAL 20
                   IF NOT WS-PRG-EXCEDIDO
                       DISPLAY "MAIS DE 20 PROGRAMAS NO RUNTIM - "
                           "TENDENCIA SO DOS 20 PRIMEIROS"
                       SET WS-PRG-EXCEDIDO TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-PRG-QTDE
                   SET WS-PRG-IDX TO WS-PRG-QTDE
                   INITIALIZE WS-PRG-ITEM(WS-PRG-IDX)
                   MOVE WS-EXE-PROGRAMA(WS-EXE-IDX)
                       TO WS-PRG-PROGRAMA(WS-PRG-IDX)
                   SET WS-PRG-ACHADO TO TRUE
               END-IF
           END-IF

           IF WS-PRG-ACHADO
               MOVE WS-EXE-DURACAO(WS-EXE-IDX)
                   TO WS-PRG-DUR(WS-PRG-IDX, WS-NOI-NUM)
               IF WS-EXE-DURACAO(WS-EXE-IDX) EQUAL ZEROS
                   MOVE 1 TO WS-PRG-DUR(WS-PRG-IDX, WS-NOI-NUM)
               END-IF
           END-IF
           .
       0004-30-END.
      *-----------------------------------------------------------------
      * 0005-IMPRIMIR-NOITE
      * UMA LINHA POR EXECUCAO DA NOITE DO RELATORIO, NA ORDEM EM QUE
      * COMECARAM, E O TERMINO DO CICLO DIANTE DO LIMITE.
      *-----------------------------------------------------------------
       0005-IMPRIMIR-NOITE.
           MOVE SPACES TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE "TEMPOS DA NOITE" TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE "PROGRAMA INICIO      FIM         DURACAO    RC     LIDO
      -         "S  GRAVADOS SITUACAO" TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA

           MOVE WS-DIAS TO WS-NOI-NUM
           IF WS-NOI-QTDE-EXEC(WS-NOI-NUM) EQUAL ZEROS
               MOVE "  NENHUMA EXECUCAO REGISTRADA NA NOITE" TO
                   SLAOUT-LINHA
               WRITE SLAOUT-LINHA
           ELSE
               SET WS-EXE-IDX TO 1
               PERFORM WS-EXE-QTDE TIMES
                   IF WS-EXE-NOITE(WS-EXE-IDX) EQUAL WS-DIAS
                       PERFORM 0005-10-IMPRIMIR-EXECUCAO
                   END-IF
                   SET WS-EXE-IDX UP BY 1
               END-PERFORM
           END-IF

           MOVE WS-DIAS TO WS-NOI-NUM
           PERFORM 0006-10-SITUACAO-NOITE
           MOVE WS-NOI-QTDE-ESTOUROS(WS-NOI-NUM)
               TO WS-QTDE-ESTOUROS-NOITE
           IF WS-NOITE-ATRASADA OR
                   WS-NOI-QTDE-ESTOUROS(WS-NOI-NUM) GREATER ZEROS OR
                   WS-NOI-QTDE-ABERTAS(WS-NOI-NUM) GREATER ZEROS
               IF WS-RC-FINAL LESS 4
                   MOVE 4 TO WS-RC-FINAL
               END-IF
           END-IF

           MOVE SPACES TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE SPACES TO SLAOUT-LINHA
           STRING "TERMINO DO CICLO: " DELIMITED BY SIZE
                  WS-FIM-EDITADO DELIMITED BY SIZE
                  "   LIMITE: " DELIMITED BY SIZE
                  WS-LIMITE-EDITADO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-SITUACAO-NOITE DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0005-10-IMPRIMIR-EXECUCAO
      *-----------------------------------------------------------------
       0005-10-IMPRIMIR-EXECUCAO.
           MOVE WS-EXE-INICIO(WS-EXE-IDX) TO WS-TS-EDITAR
           PERFORM 0010-10-EDITAR-HORARIO
           MOVE WS-TS-EDITADO TO WS-INICIO-EDITADO
           MOVE WS-EXE-FIM(WS-EXE-IDX) TO WS-TS-EDITAR
           PERFORM 0010-10-EDITAR-HORARIO
           MOVE WS-TS-EDITADO TO WS-FIM-EDITADO
           MOVE WS-EXE-DURACAO(WS-EXE-IDX) TO WS-SEGUNDOS
           PERFORM 0010-EDITAR-DURACAO
           MOVE WS-EXE-RC(WS-EXE-IDX) TO WS-RC-EDITADO
           MOVE WS-EXE-LIDOS(WS-EXE-IDX) TO WS-LIDOS-EDITADO
           MOVE WS-EXE-GRAVADOS(WS-EXE-IDX) TO WS-GRAVADOS-EDITADO

           MOVE SPACES TO SLAOUT-LINHA
           IF WS-EXE-FIM(WS-EXE-IDX) EQUAL SPACES
               STRING WS-EXE-PROGRAMA(WS-EXE-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-INICIO-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      "-----------" DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      "--:--:--" DELIMITED BY SIZE
                      "                          " DELIMITED BY SIZE
                      WS-EXE-SITUACAO(WS-EXE-IDX) DELIMITED BY SIZE
                      INTO SLAOUT-LINHA
           ELSE
               STRING WS-EXE-PROGRAMA(WS-EXE-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-INICIO-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FIM-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DURACAO-EDITADA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RC-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LIDOS-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GRAVADOS-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EXE-SITUACAO(WS-EXE-IDX) DELIMITED BY SIZE
                      INTO SLAOUT-LINHA
           END-IF
           WRITE SLAOUT-LINHA
           .
       0005-10-END.
      *-----------------------------------------------------------------
      * 0006-IMPRIMIR-CAMINHO-CRITICO
      * UMA LINHA POR NOITE DO PERIODO: PRIMEIRO INICIO, ULTIMO FIM
      * (O TERMINO DO CICLO), JANELA USADA E SITUACAO DIANTE DO LIMITE.
      *-----------------------------------------------------------------
       0006-IMPRIMIR-CAMINHO-CRITICO.
           MOVE SPACES TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE "CAMINHO CRITICO POR NOITE" TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE "NOITE      PRIM.INICIO ULTIMO FIM  JANELA   LIMITE
      -         "   SITUACAO" TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA

           MOVE 1 TO WS-NOI-NUM
           PERFORM WS-DIAS TIMES
               PERFORM 0006-20-IMPRIMIR-NOITE
               ADD 1 TO WS-NOI-NUM
           END-PERFORM
           .
       0006-END.
      *-----------------------------------------------------------------
      * 0006-10-SITUACAO-NOITE
      * SITUACAO DA NOITE WS-NOI-NUM: "SEM EXECUCAO", "INCOMPLETO"
      * (EXECUCAO SEM TERMINO), "ATRASO" OU "NO PRAZO". DEIXA O
      * ULTIMO FIM E O LIMITE EDITADOS.
      *-----------------------------------------------------------------
       0006-10-SITUACAO-NOITE.
           MOVE "N" TO WS-SW-NOITE-ATRASADA
           MOVE WS-LIMITE-CICLO TO WS-HHMM
           PERFORM 0004-20-MONTAR-LIMITE
           MOVE WS-LIMITE-TS TO WS-TS-EDITAR
           PERFORM 0010-10-EDITAR-HORARIO
           MOVE WS-TS-EDITADO TO WS-LIMITE-EDITADO
           MOVE WS-NOI-ULT-FIM(WS-NOI-NUM) TO WS-TS-EDITAR
           PERFORM 0010-10-EDITAR-HORARIO
           MOVE WS-TS-EDITADO TO WS-FIM-EDITADO

           EVALUATE TRUE
               WHEN WS-NOI-QTDE-EXEC(WS-NOI-NUM) EQUAL ZEROS
                   MOVE "SEM EXECUCAO" TO WS-SITUACAO-NOITE
               WHEN WS-NOI-ULT-FIM(WS-NOI-NUM) GREATER WS-LIMITE-TS
                   MOVE "ATRASO" TO WS-SITUACAO-NOITE
                   SET WS-NOITE-ATRASADA TO TRUE
               WHEN WS-NOI-QTDE-ABERTAS(WS-NOI-NUM) GREATER ZEROS
                   MOVE "INCOMPLETO" TO WS-SITUACAO-NOITE
               WHEN OTHER
                   MOVE "NO PRAZO" TO WS-SITUACAO-NOITE
           END-EVALUATE
           .
       0006-10-END.
      *-----------------------------------------------------------------
      * 0006-20-IMPRIMIR-NOITE
      *-----------------------------------------------------------------
       0006-20-IMPRIMIR-NOITE.
           PERFORM 0006-10-SITUACAO-NOITE
           IF WS-NOITE-ATRASADA
               ADD 1 TO WS-QTDE-NOITES-ATRASO
           END-IF

           MOVE WS-NOI-DATA(WS-NOI-NUM) TO WS-TS-EDITAR
           PERFORM 0010-20-EDITAR-DATA
           MOVE WS-NOI-PRIM-INICIO(WS-NOI-NUM) TO WS-TS-EDITAR
           PERFORM 0010-10-EDITAR-HORARIO
           MOVE WS-TS-EDITADO TO WS-INICIO-EDITADO

           MOVE SPACES TO SLAOUT-LINHA
           IF WS-NOI-QTDE-EXEC(WS-NOI-NUM) EQUAL ZEROS OR
                   WS-NOI-ULT-FIM(WS-NOI-NUM) EQUAL SPACES
               STRING WS-DATA-EDITADA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-INICIO-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FIM-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      "--:--:--" DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LIMITE-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SITUACAO-NOITE DELIMITED BY SIZE
                      INTO SLAOUT-LINHA
           ELSE
               MOVE WS-NOI-PRIM-INICIO(WS-NOI-NUM) TO WS-TS-INICIO
               MOVE WS-NOI-ULT-FIM(WS-NOI-NUM) TO WS-TS-FIM
               PERFORM 0006-30-CALCULAR-JANELA
               PERFORM 0010-EDITAR-DURACAO
               STRING WS-DATA-EDITADA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-INICIO-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FIM-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DURACAO-EDITADA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LIMITE-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SITUACAO-NOITE DELIMITED BY SIZE
                      INTO SLAOUT-LINHA
           END-IF
           WRITE SLAOUT-LINHA
           .
       0006-20-END.
      *-----------------------------------------------------------------
      * 0006-30-CALCULAR-JANELA
      * SEGUNDOS ENTRE WS-TS-INICIO E WS-TS-FIM EM WS-SEGUNDOS.
      *-----------------------------------------------------------------
       0006-30-CALCULAR-JANELA.
           MOVE ZEROS TO WS-DUR-DIAS
           MOVE WS-TSI-DATA TO WS-DATA-CALC
           PERFORM UNTIL WS-DATA-CALC NOT LESS WS-TSF-DATA OR
                   WS-DUR-DIAS EQUAL 31
               PERFORM 0002-30-AVANCAR-DIA
               ADD 1 TO WS-DUR-DIAS
           END-PERFORM
           COMPUTE WS-DUR-CALC = WS-DUR-DIAS * 86400
               + WS-TSF-HORA * 3600 + WS-TSF-MIN * 60 + WS-TSF-SEG
               - WS-TSI-HORA * 3600 - WS-TSI-MIN * 60 - WS-TSI-SEG
           IF WS-DUR-CALC LESS ZEROS
               MOVE ZEROS TO WS-DUR-CALC
           END-IF
           MOVE WS-DUR-CALC TO WS-SEGUNDOS
           .
       0006-30-END.
      *-----------------------------------------------------------------
      * 0007-IMPRIMIR-ESTOUROS
      * EXECUCOES DO PERIODO QUE PASSARAM DA META DE DURACAO OU DO
      * HORARIO LIMITE DO PROGRAMA.
      *-----------------------------------------------------------------
       0007-IMPRIMIR-ESTOUROS.
           MOVE SPACES TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE "ESTOUROS DE META NO PERIODO" TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE "NOITE      PROGRAMA DURACAO  META(MIN) FIM         LIMI
      -         "TE      SITUACAO" TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA

           IF WS-QTDE-ESTOUROS EQUAL ZEROS
               MOVE "  NENHUM" TO SLAOUT-LINHA
               WRITE SLAOUT-LINHA
           ELSE
               SET WS-EXE-IDX TO 1
               PERFORM WS-EXE-QTDE TIMES
                   IF WS-EXE-SITUACAO(WS-EXE-IDX)(1:4) EQUAL "EST."
                       PERFORM 0007-10-IMPRIMIR-ESTOURO
                   END-IF
                   SET WS-EXE-IDX UP BY 1
               END-PERFORM
           END-IF
           .
       0007-END.
      *-----------------------------------------------------------------
      * 0007-10-IMPRIMIR-ESTOURO
      *-----------------------------------------------------------------
       0007-10-IMPRIMIR-ESTOURO.
           MOVE WS-EXE-NOITE(WS-EXE-IDX) TO WS-NOI-NUM
           MOVE WS-NOI-DATA(WS-NOI-NUM) TO WS-TS-EDITAR
           PERFORM 0010-20-EDITAR-DATA
           MOVE WS-EXE-DURACAO(WS-EXE-IDX) TO WS-SEGUNDOS
           PERFORM 0010-EDITAR-DURACAO
           MOVE WS-EXE-META-MIN(WS-EXE-IDX) TO WS-META-EDITADA
           MOVE WS-EXE-FIM(WS-EXE-IDX) TO WS-TS-EDITAR
           PERFORM 0010-10-EDITAR-HORARIO
           MOVE WS-TS-EDITADO TO WS-FIM-EDITADO
           MOVE WS-EXE-LIMITE(WS-EXE-IDX) TO WS-TS-EDITAR
           PERFORM 0010-10-EDITAR-HORARIO
           MOVE WS-TS-EDITADO TO WS-LIMITE-EDITADO

           MOVE SPACES TO SLAOUT-LINHA
           STRING WS-DATA-EDITADA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXE-PROGRAMA(WS-EXE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DURACAO-EDITADA DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-META-EDITADA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FIM-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LIMITE-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXE-SITUACAO(WS-EXE-IDX) DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           .
       0007-10-END.
      *-----------------------------------------------------------------
      * 0008-IMPRIMIR-TENDENCIA
      * PARA CADA PROGRAMA, A DURACAO EM CADA NOITE DO PERIODO COM UMA
      * BARRA PROPORCIONAL A MAIOR DURACAO DELE, E O RESUMO: MEDIA,
      * MAXIMA, MEDIA DAS ULTIMAS NOITES E A VARIACAO SOBRE A MEDIA
      * DAS NOITES ANTERIORES.
      *-----------------------------------------------------------------
       0008-IMPRIMIR-TENDENCIA.
           MOVE SPACES TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE "TENDENCIA DA DURACAO POR PROGRAMA" TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA

           IF WS-PRG-QTDE EQUAL ZEROS
               MOVE "  NENHUMA EXECUCAO COMPLETA NO PERIODO" TO
                   SLAOUT-LINHA
               WRITE SLAOUT-LINHA
           ELSE
               SET WS-PRG-IDX TO 1
               PERFORM WS-PRG-QTDE TIMES
                   PERFORM 0008-10-TENDENCIA-PROGRAMA
                   SET WS-PRG-IDX UP BY 1
               END-PERFORM
           END-IF
           .
       0008-END.
      *-----------------------------------------------------------------
      * 0008-10-TENDENCIA-PROGRAMA
      *-----------------------------------------------------------------
       0008-10-TENDENCIA-PROGRAMA.
           MOVE ZEROS TO WS-TND-QTDE WS-TND-SOMA WS-TND-MAXIMA
           MOVE 1 TO WS-NOI-NUM
           PERFORM WS-DIAS TIMES
               IF WS-PRG-DUR(WS-PRG-IDX, WS-NOI-NUM) GREATER ZEROS
                   ADD 1 TO WS-TND-QTDE
                   ADD WS-PRG-DUR(WS-PRG-IDX, WS-NOI-NUM)
                       TO WS-TND-SOMA
                   IF WS-PRG-DUR(WS-PRG-IDX, WS-NOI-NUM) GREATER
                           WS-TND-MAXIMA
                       MOVE WS-PRG-DUR(WS-PRG-IDX, WS-NOI-NUM)
                           TO WS-TND-MAXIMA
                   END-IF
               END-IF
               ADD 1 TO WS-NOI-NUM
           END-PERFORM

           MOVE SPACES TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE SPACES TO SLAOUT-LINHA
           STRING "PROGRAMA: " DELIMITED BY SIZE
                  WS-PRG-PROGRAMA(WS-PRG-IDX) DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA

           MOVE 1 TO WS-NOI-NUM
           PERFORM WS-DIAS TIMES
               IF WS-PRG-DUR(WS-PRG-IDX, WS-NOI-NUM) GREATER ZEROS
                   PERFORM 0008-20-IMPRIMIR-BARRA
               END-IF
               ADD 1 TO WS-NOI-NUM
           END-PERFORM

           PERFORM 0008-30-CALCULAR-VARIACAO
           .
       0008-10-END.
      *-----------------------------------------------------------------
      * 0008-20-IMPRIMIR-BARRA
      * UMA LINHA DA NOITE WS-NOI-NUM: DATA, DURACAO E A BARRA (ATE 40
      * POSICOES PARA A MAIOR DURACAO DO PROGRAMA, NO MINIMO UMA).
      *-----------------------------------------------------------------
       0008-20-IMPRIMIR-BARRA.
           MOVE WS-NOI-DATA(WS-NOI-NUM) TO WS-TS-EDITAR
           PERFORM 0010-20-EDITAR-DATA
           MOVE WS-PRG-DUR(WS-PRG-IDX, WS-NOI-NUM) TO WS-SEGUNDOS
           PERFORM 0010-EDITAR-DURACAO

           COMPUTE WS-TND-BARRA-TAM =
               WS-PRG-DUR(WS-PRG-IDX, WS-NOI-NUM) * 40 / WS-TND-MAXIMA
           IF WS-TND-BARRA-TAM EQUAL ZEROS
               MOVE 1 TO WS-TND-BARRA-TAM
           END-IF
           MOVE SPACES TO WS-TND-BARRA
           MOVE WS-TND-ESTRELAS(1:WS-TND-BARRA-TAM)
               TO WS-TND-BARRA(1:WS-TND-BARRA-TAM)

           MOVE SPACES TO SLAOUT-LINHA
           STRING "  " DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DURACAO-EDITADA DELIMITED BY SIZE
                  " |" DELIMITED BY SIZE
                  WS-TND-BARRA DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           .
       0008-20-END.
      *-----------------------------------------------------------------
      * 0008-30-CALCULAR-VARIACAO
      * MEDIA GERAL, MAXIMA, MEDIA DAS ULTIMAS WS-TND-RECENTES NOITES
      * COM EXECUCAO E A VARIACAO DELA SOBRE A MEDIA DAS ANTERIORES.
      * COM MENOS NOITES QUE ISSO NAO HA COMPARACAO.
      *-----------------------------------------------------------------
       0008-30-CALCULAR-VARIACAO.
           MOVE ZEROS TO WS-TND-QTDE-REC WS-TND-SOMA-REC
                         WS-TND-QTDE-ANT WS-TND-SOMA-ANT
                         WS-TND-CONTADOS WS-TND-VARIACAO
           MOVE WS-DIAS TO WS-NOI-NUM
           PERFORM WS-DIAS TIMES
               IF WS-PRG-DUR(WS-PRG-IDX, WS-NOI-NUM) GREATER ZEROS
                   ADD 1 TO WS-TND-CONTADOS
                   IF WS-TND-CONTADOS NOT GREATER WS-TND-RECENTES
                       ADD 1 TO WS-TND-QTDE-REC
                       ADD WS-PRG-DUR(WS-PRG-IDX, WS-NOI-NUM)
                           TO WS-TND-SOMA-REC
                   ELSE
                       ADD 1 TO WS-TND-QTDE-ANT
                       ADD WS-PRG-DUR(WS-PRG-IDX, WS-NOI-NUM)
                           TO WS-TND-SOMA-ANT
                   END-IF
               END-IF
               SUBTRACT 1 FROM WS-NOI-NUM
           END-PERFORM

           DIVIDE WS-TND-SOMA BY WS-TND-QTDE GIVING WS-TND-MEDIA ROUNDED
           MOVE WS-TND-MEDIA TO WS-SEGUNDOS
           PERFORM 0010-EDITAR-DURACAO
           MOVE SPACES TO SLAOUT-LINHA
           STRING "  MEDIA " DELIMITED BY SIZE
                  WS-DURACAO-EDITADA DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           MOVE WS-TND-MAXIMA TO WS-SEGUNDOS
           PERFORM 0010-EDITAR-DURACAO
           MOVE "  MAXIMA " TO SLAOUT-LINHA(17:9)
           MOVE WS-DURACAO-EDITADA TO SLAOUT-LINHA(26:8)

           IF WS-TND-QTDE-ANT EQUAL ZEROS
               MOVE "  SEM NOITES ANTERIORES PARA COMPARAR" TO
                   SLAOUT-LINHA(34:37)
           ELSE
               DIVIDE WS-TND-SOMA-REC BY WS-TND-QTDE-REC
                   GIVING WS-TND-MEDIA-REC ROUNDED
               DIVIDE WS-TND-SOMA-ANT BY WS-TND-QTDE-ANT
                   GIVING WS-TND-MEDIA-ANT ROUNDED
               IF WS-TND-MEDIA-ANT GREATER ZEROS
                   COMPUTE WS-TND-VARIACAO ROUNDED =
                       (WS-TND-MEDIA-REC - WS-TND-MEDIA-ANT) * 100
                       / WS-TND-MEDIA-ANT
               END-IF
               MOVE WS-TND-MEDIA-REC TO WS-SEGUNDOS
               PERFORM 0010-EDITAR-DURACAO
               MOVE WS-TND-VARIACAO TO WS-VARIACAO-EDITADA
               MOVE "  ULTIMAS " TO SLAOUT-LINHA(34:10)
               MOVE WS-DURACAO-EDITADA TO SLAOUT-LINHA(44:8)
               MOVE " VAR " TO SLAOUT-LINHA(52:5)
               MOVE WS-VARIACAO-EDITADA TO SLAOUT-LINHA(57:5)
               MOVE "%" TO SLAOUT-LINHA(62:1)
               IF WS-TND-VARIACAO NOT LESS WS-TND-LIMITE-PCT
                   MOVE "  EM ALTA" TO SLAOUT-LINHA(63:9)
                   ADD 1 TO WS-QTDE-EM-ALTA
               END-IF
           END-IF
           WRITE SLAOUT-LINHA
           .
       0008-30-END.
      *-----------------------------------------------------------------
      * 0009-IMPRIMIR-TOTAIS
      *-----------------------------------------------------------------
       0009-IMPRIMIR-TOTAIS.
           MOVE SPACES TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE "TOTAIS" TO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE SPACES TO SLAOUT-LINHA
           STRING "  REGISTROS DO RUNTIM LIDOS....: " DELIMITED BY SIZE
                  WS-QTDE-LIDOS DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE SPACES TO SLAOUT-LINHA
           STRING "  SIMULACAO/PROGRAMA CHAMADO...: " DELIMITED BY SIZE
                  WS-QTDE-IGNORADOS DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE SPACES TO SLAOUT-LINHA
           STRING "  FORA DO PERIODO..............: " DELIMITED BY SIZE
                  WS-QTDE-FORA-PERIODO DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE SPACES TO SLAOUT-LINHA
           STRING "  EXECUCOES NO PERIODO.........: " DELIMITED BY SIZE
                  WS-EXE-QTDE DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE SPACES TO SLAOUT-LINHA
           STRING "  ESTOUROS DE META NA NOITE....: " DELIMITED BY SIZE
                  WS-QTDE-ESTOUROS-NOITE DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE SPACES TO SLAOUT-LINHA
           STRING "  ESTOUROS DE META NO PERIODO..: " DELIMITED BY SIZE
                  WS-QTDE-ESTOUROS DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE SPACES TO SLAOUT-LINHA
           STRING "  NOITES COM ATRASO NO PERIODO.: " DELIMITED BY SIZE
                  WS-QTDE-NOITES-ATRASO DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE SPACES TO SLAOUT-LINHA
           STRING "  PROGRAMAS EM ALTA............: " DELIMITED BY SIZE
                  WS-QTDE-EM-ALTA DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA
           MOVE SPACES TO SLAOUT-LINHA
           STRING "  METAS INVALIDAS NO SLATB.....: " DELIMITED BY SIZE
                  WS-QTDE-SLA-INVALIDOS DELIMITED BY SIZE
                  INTO SLAOUT-LINHA
           WRITE SLAOUT-LINHA

           CLOSE SLAOUT-FILE

           IF WS-RC-FINAL EQUAL ZEROS AND
                   WS-QTDE-SLA-INVALIDOS GREATER ZEROS
               MOVE 4 TO WS-RC-FINAL
           END-IF

           DISPLAY "EXECUCOES NO PERIODO....: " WS-EXE-QTDE
           DISPLAY "ESTOUROS NA NOITE.......: " WS-QTDE-ESTOUROS-NOITE
           DISPLAY "NOITES COM ATRASO.......: " WS-QTDE-NOITES-ATRASO
           DISPLAY "PROGRAMAS EM ALTA.......: " WS-QTDE-EM-ALTA
           .
       0009-END.
      *-----------------------------------------------------------------
      * 0010-EDITAR-DURACAO
      * WS-SEGUNDOS EM HH:MM:SS (WS-DURACAO-EDITADA); ACIMA DE 99
      * HORAS, 99:59:59.
      *-----------------------------------------------------------------
       0010-EDITAR-DURACAO.
           IF WS-SEGUNDOS GREATER 359999
               MOVE 359999 TO WS-SEGUNDOS
           END-IF
           DIVIDE WS-SEGUNDOS BY 3600 GIVING WS-DUR-ED-HORA
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 60 GIVING WS-DUR-ED-MIN
               REMAINDER WS-DUR-ED-SEG
           .
       0010-END.
      *-----------------------------------------------------------------
      * 0010-10-EDITAR-HORARIO
      * WS-TS-EDITAR (AAAAMMDDHHMMSS) EM "DD/MM HH:MM"; EM BRANCO,
      * TRACOS.
      *-----------------------------------------------------------------
       0010-10-EDITAR-HORARIO.
           IF WS-TS-EDITAR EQUAL SPACES
               MOVE "--/-- --:--" TO WS-TS-EDITADO
           ELSE
               MOVE WS-TSE-DIA  TO WS-TSD-DIA
               MOVE WS-TSE-MES  TO WS-TSD-MES
               MOVE WS-TSE-HORA TO WS-TSD-HORA
               MOVE WS-TSE-MIN  TO WS-TSD-MIN
           END-IF
           .
       0010-10-END.
      *-----------------------------------------------------------------
      * 0010-20-EDITAR-DATA
      * WS-TS-EDITAR(1:8) (AAAAMMDD) EM DD/MM/AAAA.
      *-----------------------------------------------------------------
       0010-20-EDITAR-DATA.
           MOVE WS-TSE-DIA TO WS-DTE-DIA
           MOVE WS-TSE-MES TO WS-DTE-MES
           MOVE WS-TSE-ANO TO WS-DTE-ANO
           .
       0010-20-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "FIM DO PROGRAMA"
           MOVE WS-RC-FINAL TO RETURN-CODE
           STOP RUN.
       9999-END.
