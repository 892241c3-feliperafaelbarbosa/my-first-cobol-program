      *                   SERVICO DE DATAS CHAMADO DATESRV (AREA
      *                   DATEPRM), NO LUGAR DA COPIA PRIVADA DE
      *                   0003-03/0003-04.
      * 15/10/2026 FRB    DUPLO CONTROLE: AS TRANSACOES DEIXAM DE SER
      *                   LIDAS DO GREETMNT E PASSAM A VIR DO PENDMNT,
      *                   SO AS APROVADAS POR UM SEGUNDO USUARIO
      *                   (PROG019). CADA PENDENCIA APLICADA FICA COMO
      *                   "F" E A RECUSADA NA APLICACAO COMO "E"; O
      *                   JORNAL REGISTRA O SUBMISSOR E O APROVADOR.
      * 15/10/2026 FRB    VIGENCIA QUE ALCANCA MES FECHADO NO CONTROLE
      *                   DE PERIODOS (PERCTL, SERVICO PERSRV) E
      *                   RECUSADA: A PENDENCIA FICA "E", A RECUSA VAI
      *                   PARA O PEREXC E O STEP TERMINA COM RC 4. O
      *                   REGISTRO PADRAO (SEM VIGENCIA) NAO E DATADO
      *                   E CONTINUA LIVRE.
      *                   RC 8 DE ERRO NA BAIXA DA PENDENCIA PASSA A
      *                   SER DADO NO FIM, PARA NAO SE PERDER NA
      *                   CHAMADA SEGUINTE AO DATESRV.
      * 15/10/2026 FRB    ERRO NO SERVICO DE PERIODOS (RETORNO "8",
      *                   PERCTL ILEGIVEL) NAO DA MAIS A VIGENCIA COMO
      *                   LIBERADA: A TRANSACAO E RECUSADA E O STEP
      *                   TERMINA COM RC 8.
      * 15/10/2026 FRB    VIGENCIA SEM UMA DAS DATAS E TRATADA COMO
      *                   ABERTA NAQUELA PONTA: SEM A INICIAL, CONFERE
      *                   DESDE O PRIMEIRO MES DO PERCTL; SEM A FINAL,
      *                   ATE O MES CORRENTE. A CONFERENCIA PARA NO
      *                   MES CORRENTE (MES EM CURSO OU FUTURO NAO E
      *                   FECHADO) E NUNCA PASSA DE 999912.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG003.
               RECORD KEY IS GREETTB-CHAVE
               FILE STATUS IS WS-FS-GREETTB.

           SELECT PENDMNT-FILE ASSIGN TO "PENDMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENDMNT-ID
               FILE STATUS IS WS-FS-PENDMNT.

           SELECT SEQCTL-FILE ASSIGN TO "SEQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       COPY "GREETTB.cpy".

       FD  PENDMNT-FILE
           RECORDING MODE IS F.
       COPY "PENDMNT.cpy".

       FD  SEQCTL-FILE
           RECORDING MODE IS F.
       01 WS-SW-GREETMNT-ABERTO   PIC X(01) VALUE "N".
           88 WS-GREETMNT-ABERTO          VALUE "S".

      *-----------------------------------------------------------------
      * TRANSACAO APROVADA DO PENDMNT, NO LAYOUT DO GREETMNT
      *-----------------------------------------------------------------
       01 WS-FS-PENDMNT           PIC X(02) VALUE SPACES.
       COPY "GREETMNT.cpy".

       01 WS-QTDE-TRANSACOES      PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-REJEITADAS      PIC 9(04) VALUE ZEROS.

           88 WS-DATA-VALIDA              VALUE "S".
           88 WS-DATA-INVALIDA            VALUE "N".
       01 WS-MOTIVO-REJEICAO      PIC X(35) VALUE SPACES.

      *-----------------------------------------------------------------
      * CONTROLE DE PERIODOS CONTABEIS (SERVICO PERSRV): VIGENCIA QUE
      * ALCANCA UM MES FECHADO NAO E INCLUIDA, ALTERADA NEM EXCLUIDA
      *-----------------------------------------------------------------
       COPY "PERPRM.cpy".
       01 WS-PER-ANOMES.
           05 WS-PER-ANO          PIC 9(04).
           05 WS-PER-MES          PIC 9(02).
       01 WS-PER-ANOMES-FIM       PIC X(06) VALUE SPACES.
       01 WS-ANOMES-ATUAL         PIC X(06) VALUE SPACES.
       01 WS-SW-FIM-MESES         PIC X(01) VALUE "N".
           88 WS-FIM-MESES                VALUE "S".
       01 WS-QTDE-MES-FECHADO     PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-ERRO-PENDMNT    PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-ERRO-PERIODO    PIC 9(04) VALUE ZEROS.
       01 WS-SW-ERRO-PERIODO      PIC X(01) VALUE "N".
           88 WS-ERRO-PERIODO             VALUE "S".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

           DISPLAY "0002-INICIALIZAR"
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA(1:6) TO WS-ANOMES-ATUAL

           OPEN EXTEND REFJRNL-FILE
           IF WS-FS-REFJRNL NOT EQUAL "00"
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN I-O PENDMNT-FILE
           IF WS-FS-PENDMNT EQUAL "00"
               SET WS-GREETMNT-ABERTO TO TRUE
               PERFORM 0002-10-LER-TRANSACAO
           ELSE
               DISPLAY "SEM TRANSACOES A APLICAR - PENDMNT FS "
                   WS-FS-PENDMNT
               MOVE "10" TO WS-FS-GREETMNT
           END-IF
           .
       0002-05-END.
      *-----------------------------------------------------------------
      * 0002-10-LER-TRANSACAO
      * PROXIMA PENDENCIA DO GREETTB APROVADA E AINDA NAO APLICADA; AS
      * DEMAIS (PENDENTES, REJEITADAS, EXPIRADAS, JA APLICADAS E AS DO
      * CALHOLD) SAO SALTADAS.
      *-----------------------------------------------------------------
       0002-10-LER-TRANSACAO.
           MOVE "99" TO WS-FS-GREETMNT
           PERFORM UNTIL WS-FS-GREETMNT NOT EQUAL "99"
               READ PENDMNT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-GREETMNT
                   NOT AT END
                       IF PENDMNT-ARQUIVO EQUAL "GREETTB" AND
                               PENDMNT-SITUACAO EQUAL "A"
                           MOVE "00" TO WS-FS-GREETMNT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-GREETMNT EQUAL "00"
               MOVE SPACES TO GREETMNT-RECORD
               MOVE PENDMNT-TRANSACAO TO GREETMNT-RECORD(1:46)
               MOVE PENDMNT-USUARIO-SUBM TO GREETMNT-USUARIO
           END-IF
           .
       0002-10-END.
      *-----------------------------------------------------------------
           END-IF

           PERFORM 0003-30-GRAVAR-JORNAL
           PERFORM 0003-40-BAIXAR-PENDENCIA

           PERFORM 0002-10-LER-TRANSACAO
           .
                       WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF WS-DATA-VALIDA
               PERFORM 0003-04-VERIFICAR-PERIODOS
           END-IF
           .
       0003-02-END.
      *-----------------------------------------------------------------
           .
       0003-03-END.
      *-----------------------------------------------------------------
      * 0003-04-VERIFICAR-PERIODOS
      * UM REGISTRO DATADO VALE PARA TODOS OS MESES DA SUA VIGENCIA;
      * SE QUALQUER UM DELES JA FOI FECHADO PELO FINANCEIRO, A
      * TRANSACAO ALTERARIA OS NUMEROS APROVADOS E E RECUSADA. DATA
      * NAO INFORMADA DEIXA A VIGENCIA ABERTA NAQUELA PONTA: SEM A
      * INICIAL, A CONFERENCIA COMECA NO PRIMEIRO MES DO PERCTL; SEM A
      * FINAL, VAI ATE O MES CORRENTE. COMO MES EM CURSO OU FUTURO NAO
      * PODE SER FECHADO (PROG021), A CONFERENCIA NUNCA PASSA DO MES
      * CORRENTE. O REGISTRO PADRAO (VIGENCIA EM ESPACOS) NAO E DATADO
      * E NAO E CONFERIDO.
      *-----------------------------------------------------------------
       0003-04-VERIFICAR-PERIODOS.
           MOVE "N" TO WS-SW-ERRO-PERIODO
           MOVE "N" TO WS-SW-FIM-MESES
           MOVE "999912" TO WS-PER-ANOMES
           MOVE "000000" TO WS-PER-ANOMES-FIM

           IF GREETMNT-VALID-DE NOT EQUAL SPACES OR
                   GREETMNT-VALID-ATE NOT EQUAL SPACES
               MOVE WS-ANOMES-ATUAL TO WS-PER-ANOMES-FIM
               IF GREETMNT-VALID-ATE NOT EQUAL SPACES AND
                       GREETMNT-VALID-ATE(1:6) LESS WS-ANOMES-ATUAL
                   MOVE GREETMNT-VALID-ATE(1:6) TO WS-PER-ANOMES-FIM
               END-IF
               IF GREETMNT-VALID-DE NOT EQUAL SPACES
                   MOVE GREETMNT-VALID-DE(1:6) TO WS-PER-ANOMES
               ELSE
                   PERFORM 0003-07-PRIMEIRO-MES
               END-IF
           END-IF

           PERFORM 0003-06-VERIFICAR-UM-MES
               UNTIL WS-DATA-INVALIDA OR WS-FIM-MESES OR
                   WS-PER-ANOMES GREATER WS-PER-ANOMES-FIM

           IF WS-DATA-INVALIDA
               IF WS-ERRO-PERIODO
                   ADD 1 TO WS-QTDE-ERRO-PERIODO
               ELSE
                   ADD 1 TO WS-QTDE-MES-FECHADO
               END-IF
           END-IF
           .
       0003-04-END.
      *-----------------------------------------------------------------
      * 0003-06-VERIFICAR-UM-MES
      * CONSULTA O MES WS-PER-ANOMES NO SERVICO PERSRV, QUE GRAVA A
      * RECUSA NO PEREXC QUANDO O MES ESTA FECHADO, E AVANCA UM MES.
      * ERRO NO SERVICO (PERCTL ILEGIVEL) TAMBEM RECUSA A TRANSACAO.
      *-----------------------------------------------------------------
       0003-06-VERIFICAR-UM-MES.
           MOVE "V"                TO PERPRM-FUNCAO
           MOVE SPACES             TO PERPRM-DATA
           MOVE WS-PER-ANOMES      TO PERPRM-DATA(1:6)
           MOVE "01"               TO PERPRM-DATA(7:2)
           MOVE "PROG003"          TO PERPRM-PROGRAMA
           MOVE "GREETTB"          TO PERPRM-ARQUIVO
           MOVE GREETMNT-ACAO      TO PERPRM-ACAO
           MOVE SPACES             TO PERPRM-CHAVE
           MOVE GREETMNT-COD-REGRA TO PERPRM-CHAVE(1:2)
           MOVE WS-IDIOMA-TRANS    TO PERPRM-CHAVE(3:2)
           MOVE GREETMNT-VALID-DE  TO PERPRM-CHAVE(5:8)
           MOVE GREETMNT-VALID-ATE TO PERPRM-CHAVE(13:8)
           CALL "PERSRV" USING PERPRM-AREA

           IF PERPRM-RETORNO EQUAL "4"
               SET WS-DATA-INVALIDA TO TRUE
               MOVE PERPRM-MOTIVO TO WS-MOTIVO-REJEICAO
           END-IF

           IF PERPRM-RETORNO EQUAL "8"
               SET WS-DATA-INVALIDA TO TRUE
               SET WS-ERRO-PERIODO TO TRUE
               MOVE PERPRM-MOTIVO TO WS-MOTIVO-REJEICAO
               DISPLAY "ERRO NO CONTROLE DE PERIODOS: " PERPRM-MOTIVO
           END-IF

           IF WS-DATA-VALIDA
               IF WS-PER-ANO EQUAL 9999 AND WS-PER-MES EQUAL 12
                   SET WS-FIM-MESES TO TRUE
               ELSE
                   IF WS-PER-MES EQUAL 12
                       MOVE 01 TO WS-PER-MES
                       ADD 1 TO WS-PER-ANO
                   ELSE
                       ADD 1 TO WS-PER-MES
                   END-IF
               END-IF
           END-IF
           .
       0003-06-END.
      *-----------------------------------------------------------------
      * 0003-07-PRIMEIRO-MES
      * VIGENCIA SEM DATA INICIAL: A CONFERENCIA COMECA NO PRIMEIRO
      * MES CADASTRADO NO PERCTL (SERVICO PERSRV, FUNCAO "P"). SEM
      * NENHUM MES CADASTRADO NADA FOI FECHADO E NADA E CONFERIDO.
      *-----------------------------------------------------------------
       0003-07-PRIMEIRO-MES.
           MOVE "P"    TO PERPRM-FUNCAO
           MOVE SPACES TO PERPRM-DATA
           CALL "PERSRV" USING PERPRM-AREA

           IF PERPRM-RETORNO EQUAL "8"
               SET WS-DATA-INVALIDA TO TRUE
               SET WS-ERRO-PERIODO TO TRUE
               MOVE PERPRM-MOTIVO TO WS-MOTIVO-REJEICAO
               DISPLAY "ERRO NO CONTROLE DE PERIODOS: " PERPRM-MOTIVO
           ELSE
               IF PERPRM-DATA NOT EQUAL SPACES
                   MOVE PERPRM-DATA(1:6) TO WS-PER-ANOMES
               ELSE
                   MOVE "000000" TO WS-PER-ANOMES-FIM
               END-IF
           END-IF
           .
       0003-07-END.
      *-----------------------------------------------------------------
      * 0003-05-LOCALIZAR-REGRA
      * MONTA A CHAVE REGRA + IDIOMA + VIGENCIA DA TRANSACAO E LE O
      * REGISTRO DIRETO NO CADASTRO INDEXADO. UMA MESMA REGRA PODE
           MOVE WS-JRN-MOTIVO        TO REFJRNL-MOTIVO
           MOVE WS-IMAGEM-ANTES      TO REFJRNL-ANTES
           MOVE WS-IMAGEM-DEPOIS     TO REFJRNL-DEPOIS
           MOVE PENDMNT-USUARIO-SUBM TO REFJRNL-USUARIO-SUBM
           MOVE PENDMNT-USUARIO-APROV TO REFJRNL-USUARIO-APROV
           WRITE REFJRNL-RECORD
           .
       0003-30-END.
      *-----------------------------------------------------------------
      * 0003-40-BAIXAR-PENDENCIA
      * A PENDENCIA APLICADA PASSA A "F"; A RECUSADA NA APLICACAO
      * PASSA A "E" COM O MOTIVO, E SO VOLTA A SER APLICADA SE FOR
      * SUBMETIDA E APROVADA DE NOVO.
      *-----------------------------------------------------------------
       0003-40-BAIXAR-PENDENCIA.
           IF WS-JRN-RESULTADO EQUAL "A"
               MOVE "F" TO PENDMNT-SITUACAO
           ELSE
               MOVE "E" TO PENDMNT-SITUACAO
               MOVE WS-JRN-MOTIVO TO PENDMNT-MOTIVO
           END-IF
           MOVE WS-DATA-SISTEMA      TO PENDMNT-DATA-APLIC
           MOVE WS-HORA-SISTEMA(1:6) TO PENDMNT-HORA-APLIC

           REWRITE PENDMNT-RECORD
           IF WS-FS-PENDMNT NOT EQUAL "00"
               DISPLAY "ERRO NA REGRAVACAO DO PENDMNT - FS "
                   WS-FS-PENDMNT " PENDENCIA " PENDMNT-ID
               ADD 1 TO WS-QTDE-ERRO-PENDMNT
           END-IF
           .
       0003-40-END.
      *-----------------------------------------------------------------
      * 0004-ENCERRAR-CADASTRO
      * FECHA OS ARQUIVOS E IMPRIME AS CONTAGENS DA EXECUCAO - COM A
      * MANUTENCAO DIRETA PELA CHAVE NAO HA MAIS REGRAVACAO TOTAL DO
      * CADASTRO. ERRO AO BAIXAR PENDENCIA DEVOLVE RC 8; TRANSACAO
      * RECUSADA POR MES FECHADO, RC 4.
      *-----------------------------------------------------------------
       0004-ENCERRAR-CADASTRO.
           IF WS-GREETMNT-ABERTO
               CLOSE PENDMNT-FILE
           END-IF

           CLOSE GREETTB-FILE
           DISPLAY "TRANSACOES LIDAS.....: " WS-QTDE-TRANSACOES
           DISPLAY "TRANSACOES REJEITADAS: " WS-QTDE-REJEITADAS
           DISPLAY "REGRAS NO CADASTRO...: " WS-QTDE-GRAV-GREETTB
           DISPLAY "RECUSADAS MES FECHADO: " WS-QTDE-MES-FECHADO
           DISPLAY "ERROS NO PERCTL......: " WS-QTDE-ERRO-PERIODO

           IF WS-QTDE-ERRO-PENDMNT GREATER ZEROS OR
                   WS-QTDE-ERRO-PERIODO GREATER ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTDE-MES-FECHADO GREATER ZEROS AND
                       RETURN-CODE LESS 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
       0004-END.
      *-----------------------------------------------------------------
