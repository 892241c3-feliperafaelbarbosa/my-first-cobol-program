      *                   SERVICO DE DATAS CHAMADO DATESRV (AREA
      *                   DATEPRM), NO LUGAR DA COPIA PRIVADA DE
      *                   0003-02/0003-03.
      * 15/10/2026 FRB    CHAVE DO CALHOLD PASSA A DATA + REGIAO DE
      *                   CALENDARIO (CALMNT-REGIAO, ESPACOS = TODAS AS
      *                   REGIOES): A MESMA DATA PODE TER UMA ENTRADA
      *                   GERAL E ENTRADAS REGIONAIS.
      * 15/10/2026 FRB    DUPLO CONTROLE: AS TRANSACOES DEIXAM DE SER
      *                   LIDAS DO CALMNT E PASSAM A VIR DO PENDMNT,
      *                   SO AS APROVADAS POR UM SEGUNDO USUARIO
      *                   (PROG019). CADA PENDENCIA APLICADA FICA COMO
      *                   "F" E A RECUSADA NA APLICACAO COMO "E"; O
      *                   JORNAL REGISTRA O SUBMISSOR E O APROVADOR.
      * 15/10/2026 FRB    DATA DE MES FECHADO NO CONTROLE DE PERIODOS
      *                   (PERCTL, SERVICO PERSRV) E RECUSADA: A
      *                   PENDENCIA FICA "E", A RECUSA VAI PARA O
      *                   PEREXC E O STEP TERMINA COM RC 4.
      *                   RC 8 DE ERRO NA BAIXA DA PENDENCIA PASSA A
      *                   SER DADO NO FIM, PARA NAO SE PERDER NA
      *                   CHAMADA SEGUINTE AO DATESRV.
      * 15/10/2026 FRB    RESERVA DO CALHOLD NO CICLO (SERVICO LCKSRV,
      *                   ARQUIVO CYCLOCK) ANTES DA MANUTENCAO E
      *                   LIBERACAO NO FIM: COM O CICLO NOTURNO, A
      *                   RECUPERACAO OU A PREVIA USANDO O CALENDARIO,
      *                   NADA E APLICADO E O STEP TERMINA COM RC 12.
      * 15/10/2026 FRB    ERRO NO SERVICO DE PERIODOS (RETORNO "8",
      *                   PERCTL ILEGIVEL) NAO DA MAIS A DATA COMO
      *                   LIBERADA: A TRANSACAO E RECUSADA E O STEP
      *                   TERMINA COM RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG004.
           SELECT CALHOLD-FILE ASSIGN TO "CALHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALHOLD-CHAVE
               FILE STATUS IS WS-FS-CALHOLD.

           SELECT PENDMNT-FILE ASSIGN TO "PENDMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENDMNT-ID
               FILE STATUS IS WS-FS-PENDMNT.

           SELECT REFJRNL-FILE ASSIGN TO "REFJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       COPY "CALHOLD.cpy".

       FD  PENDMNT-FILE
           RECORDING MODE IS F.
       COPY "PENDMNT.cpy".

       FD  REFJRNL-FILE
           RECORDING MODE IS F.
       01 WS-SW-CALMNT-ABERTO     PIC X(01) VALUE "N".
           88 WS-CALMNT-ABERTO            VALUE "S".

      *-----------------------------------------------------------------
      * TRANSACAO APROVADA DO PENDMNT, NO LAYOUT DO CALMNT
      *-----------------------------------------------------------------
       01 WS-FS-PENDMNT           PIC X(02) VALUE SPACES.
       COPY "CALMNT.cpy".

       01 WS-QTDE-TRANSACOES      PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-REJEITADAS      PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * MANUTENCAO DIRETA DO CALENDARIO INDEXADO PELA CHAVE AAAAMMDD
      * + REGIAO
      *-----------------------------------------------------------------
       01 WS-CAL-QTDE             PIC 9(06) VALUE ZEROS.
       01 WS-SW-DATA-ACHADA       PIC X(01) VALUE "N".
           88 WS-DATA-VALIDA              VALUE "S".
           88 WS-DATA-INVALIDA            VALUE "N".
       01 WS-MOTIVO-REJEICAO      PIC X(35) VALUE SPACES.

      *-----------------------------------------------------------------
      * CONTROLE DE PERIODOS CONTABEIS (SERVICO PERSRV): DATA DE MES
      * FECHADO NAO E INCLUIDA NEM EXCLUIDA
      *-----------------------------------------------------------------
       COPY "PERPRM.cpy".
       01 WS-QTDE-MES-FECHADO     PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-ERRO-PENDMNT    PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-ERRO-PERIODO    PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
      * RESERVA DOS ARQUIVOS DO CICLO (SERVICO LCKSRV)
      *-----------------------------------------------------------------
       COPY "LCKPRM.cpy".
       01 WS-RC-GUARDA            PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           PERFORM 0005-RESERVAR-CICLO
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN I-O PENDMNT-FILE
           IF WS-FS-PENDMNT EQUAL "00"
               SET WS-CALMNT-ABERTO TO TRUE
               PERFORM 0002-10-LER-TRANSACAO
           ELSE
               DISPLAY "SEM TRANSACOES A APLICAR - PENDMNT FS "
                   WS-FS-PENDMNT
               MOVE "10" TO WS-FS-CALMNT
           END-IF
           .
       0002-05-END.
      *-----------------------------------------------------------------
      * 0002-10-LER-TRANSACAO
      * PROXIMA PENDENCIA DO CALHOLD APROVADA E AINDA NAO APLICADA; AS
      * DEMAIS (PENDENTES, REJEITADAS, EXPIRADAS, JA APLICADAS E AS DO
      * GREETTB) SAO SALTADAS.
      *-----------------------------------------------------------------
       0002-10-LER-TRANSACAO.
           MOVE "99" TO WS-FS-CALMNT
           PERFORM UNTIL WS-FS-CALMNT NOT EQUAL "99"
               READ PENDMNT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CALMNT
                   NOT AT END
                       IF PENDMNT-ARQUIVO EQUAL "CALHOLD" AND
                               PENDMNT-SITUACAO EQUAL "A"
                           MOVE "00" TO WS-FS-CALMNT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-CALMNT EQUAL "00"
               MOVE SPACES TO CALMNT-RECORD
               MOVE PENDMNT-TRANSACAO(1:39) TO CALMNT-RECORD(1:39)
               MOVE PENDMNT-USUARIO-SUBM TO CALMNT-USUARIO
           END-IF
           .
       0002-10-END.
      *-----------------------------------------------------------------
           END-IF

           PERFORM 0003-30-GRAVAR-JORNAL
           PERFORM 0003-40-BAIXAR-PENDENCIA

           PERFORM 0002-10-LER-TRANSACAO
           .
           IF DATEPRM-RETORNO NOT EQUAL "0"
               SET WS-DATA-INVALIDA TO TRUE
               MOVE DATEPRM-MOTIVO TO WS-MOTIVO-REJEICAO
           ELSE
               PERFORM 0003-03-VERIFICAR-PERIODO
           END-IF
           .
       0003-02-END.
      *-----------------------------------------------------------------
      * 0003-03-VERIFICAR-PERIODO
      * DATA DE UM MES JA FECHADO PELO FINANCEIRO NAO PODE MAIS SER
      * INCLUIDA NEM EXCLUIDA - ALTERARIA OS NUMEROS APROVADOS. O
      * SERVICO PERSRV GRAVA A RECUSA NO PEREXC; O MES PRECISA SER
      * REABERTO NO PROG021 E A TRANSACAO SUBMETIDA DE NOVO. ERRO NO
      * SERVICO (PERCTL ILEGIVEL) TAMBEM RECUSA A TRANSACAO (RC 8).
      *-----------------------------------------------------------------
       0003-03-VERIFICAR-PERIODO.
           MOVE "V"           TO PERPRM-FUNCAO
           MOVE CALMNT-DATA   TO PERPRM-DATA
           MOVE "PROG004"     TO PERPRM-PROGRAMA
           MOVE "CALHOLD"     TO PERPRM-ARQUIVO
           MOVE CALMNT-ACAO   TO PERPRM-ACAO
           MOVE SPACES        TO PERPRM-CHAVE
           MOVE CALMNT-DATA   TO PERPRM-CHAVE(1:8)
           MOVE CALMNT-REGIAO TO PERPRM-CHAVE(9:4)
           CALL "PERSRV" USING PERPRM-AREA

           IF PERPRM-RETORNO EQUAL "4"
               SET WS-DATA-INVALIDA TO TRUE
               MOVE PERPRM-MOTIVO TO WS-MOTIVO-REJEICAO
               ADD 1 TO WS-QTDE-MES-FECHADO
           END-IF

           IF PERPRM-RETORNO EQUAL "8"
               SET WS-DATA-INVALIDA TO TRUE
               MOVE PERPRM-MOTIVO TO WS-MOTIVO-REJEICAO
               ADD 1 TO WS-QTDE-ERRO-PERIODO
               DISPLAY "ERRO NO CONTROLE DE PERIODOS: " PERPRM-MOTIVO
           END-IF
           .
       0003-03-END.
      *-----------------------------------------------------------------
      * 0003-05-LOCALIZAR-DATA
      * LE CALMNT-DATA NA REGIAO CALMNT-REGIAO DIRETO NO CALENDARIO
      * INDEXADO PELA CHAVE.
      *-----------------------------------------------------------------
       0003-05-LOCALIZAR-DATA.
           SET WS-SW-DATA-ACHADA TO "N"

           MOVE CALMNT-DATA TO CALHOLD-DATA
           MOVE CALMNT-REGIAO TO CALHOLD-REGIAO
           READ CALHOLD-FILE
               INVALID KEY
                   CONTINUE
      *-----------------------------------------------------------------
      * 0003-10-INCLUIR
      * UMA DATA JA CADASTRADA E REJEITADA COMO DUPLICADA - O CALENDARIO
      * TEM UMA ENTRADA POR DATA E REGIAO. A INCLUSAO E DIRETA PELA
      * CHAVE - O ARQUIVO INDEXADO NAO TEM LIMITE DE DATAS E O INDICE JA
      * MANTEM A ORDEM.
      *-----------------------------------------------------------------
       0003-10-INCLUIR.
           IF WS-DATA-ACHADA
               ADD 1 TO WS-QTDE-REJEITADAS
               MOVE "DATA DUPLICADA" TO WS-JRN-MOTIVO
               DISPLAY "TRANSACAO REJEITADA - DATA DUPLICADA: "
                   CALMNT-DATA " " CALMNT-REGIAO
           ELSE
               MOVE CALMNT-DATA      TO CALHOLD-DATA
               MOVE CALMNT-REGIAO    TO CALHOLD-REGIAO
               MOVE CALMNT-DESCRICAO TO CALHOLD-DESCRICAO
               MOVE CALMNT-TIPO      TO CALHOLD-TIPO
               WRITE CALHOLD-RECORD
               ADD 1 TO WS-QTDE-REJEITADAS
               MOVE "DATA NAO ENCONTRADA" TO WS-JRN-MOTIVO
               DISPLAY "TRANSACAO REJEITADA - DATA NAO ENCONTRADA: "
                   CALMNT-DATA " " CALMNT-REGIAO
           ELSE
               DELETE CALHOLD-FILE RECORD
               IF WS-FS-CALHOLD EQUAL "00"
           MOVE WS-JRN-RESULTADO     TO REFJRNL-RESULTADO
           MOVE SPACES               TO REFJRNL-CHAVE
           MOVE CALMNT-DATA          TO REFJRNL-CHAVE(1:8)
           MOVE CALMNT-REGIAO        TO REFJRNL-CHAVE(9:4)
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
      * 0004-ENCERRAR-CALENDARIO
      * FECHA OS ARQUIVOS E IMPRIME AS CONTAGENS DA EXECUCAO - COM A
      * MANUTENCAO DIRETA PELA CHAVE NAO HA MAIS REGRAVACAO NEM
      * ORDENACAO DO CALENDARIO. ERRO AO BAIXAR PENDENCIA DEVOLVE RC 8;
      * TRANSACAO RECUSADA POR MES FECHADO, RC 4.
      *-----------------------------------------------------------------
       0004-ENCERRAR-CALENDARIO.
           IF WS-CALMNT-ABERTO
               CLOSE PENDMNT-FILE
           END-IF

           CLOSE CALHOLD-FILE
           DISPLAY "TRANSACOES LIDAS.....: " WS-QTDE-TRANSACOES
           DISPLAY "TRANSACOES REJEITADAS: " WS-QTDE-REJEITADAS
           DISPLAY "DATAS NO CALENDARIO..: " WS-CAL-QTDE
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
      * 0005-RESERVAR-CICLO
      * RESERVA EXCLUSIVA DO CALHOLD ANTES DE ABRIR QUALQUER ARQUIVO.
      * COM OUTRO JOB DO CICLO LENDO O CALENDARIO, NENHUMA PENDENCIA E
      * APLICADA (FICAM PARA A PROXIMA SUBMISSAO) E O STEP TERMINA COM
      * RC 12 (RC 8 SE O ARQUIVO DE RESERVAS FALHAR).
      *-----------------------------------------------------------------
       0005-RESERVAR-CICLO.
           MOVE "R"          TO LCKPRM-FUNCAO
           MOVE "PROG004"    TO LCKPRM-PROGRAMA
           MOVE 1            TO LCKPRM-QTDE-ARQ
           MOVE "CALHOLD"    TO LCKPRM-ARQ-NOME(1)
           MOVE "X"          TO LCKPRM-ARQ-MODO(1)
           CALL "LCKSRV" USING LCKPRM-AREA

           IF LCKPRM-RETORNO NOT EQUAL "0"
               DISPLAY "PROG004 NAO EXECUTADO - " LCKPRM-MOTIVO
               IF LCKPRM-RETORNO EQUAL "4"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 9999-FINALIZAR
           END-IF
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0006-LIBERAR-CICLO
      * O RETURN-CODE DO STEP E GUARDADO EM VOLTA DA CHAMADA.
      *-----------------------------------------------------------------
       0006-LIBERAR-CICLO.
           MOVE RETURN-CODE TO WS-RC-GUARDA
           MOVE "L"          TO LCKPRM-FUNCAO
           MOVE "PROG004"    TO LCKPRM-PROGRAMA
           CALL "LCKSRV" USING LCKPRM-AREA
           MOVE WS-RC-GUARDA TO RETURN-CODE
           .
       0006-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           PERFORM 0006-LIBERAR-CICLO
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
