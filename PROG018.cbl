      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: RECONSTRUCAO DO CADASTRO DE SAUDACOES (GREETTB) E DO
      *           CALENDARIO (CALHOLD) COMO ESTAVAM EM UM MOMENTO
      *           PASSADO (CARTAO RCNPARM), A PARTIR DO JORNAL DE
      *           ALTERACOES (REFJRNL). PARTE DA COPIA DOS ARQUIVOS
      *           ATUAIS E DESFAZ, CHAVE A CHAVE, TODA TRANSACAO
      *           APLICADA DEPOIS DO MOMENTO: A CHAVE VOLTA A IMAGEM
      *           ANTERIOR DA PRIMEIRA TRANSACAO POSTERIOR (IMAGEM EM
      *           ESPACOS = A CHAVE AINDA NAO EXISTIA). AS COPIAS
      *           RECONSTRUIDAS SAEM NOS CLUSTERS GREETRCN E CALRCN,
      *           COM O MESMO LAYOUT DOS ORIGINAIS, E O RELATORIO DE
      *           DIFERENCAS ENTRE O ATUAL E O RECONSTRUIDO SAI NO DD
      *           RCNOUT. A IMAGEM ATUAL DE CADA CHAVE DESFEITA E
      *           CONFERIDA COM A ULTIMA IMAGEM NOVA DO JORNAL -
      *           DIVERGENCIA INDICA ALTERACAO FORA DOS PROGRAMAS DE
      *           MANUTENCAO E TERMINA COM RC=0004.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    COPIA RECONSTRUIDA (GREETRCN, CALRCN) QUE NAO
      *                   ABRE TERMINA O STEP COM RC=0008.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG018.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCNPARM-FILE ASSIGN TO "RCNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCNPARM.

           SELECT REFJRNL-FILE ASSIGN TO "REFJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFJRNL.

           SELECT GREETTB-FILE ASSIGN TO "GREETTB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GREETTB-CHAVE
               FILE STATUS IS WS-FS-GREETTB.

           SELECT CALHOLD-FILE ASSIGN TO "CALHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALHOLD-CHAVE
               FILE STATUS IS WS-FS-CALHOLD.

           SELECT GREETRCN-FILE ASSIGN TO "GREETRCN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GREETRCN-CHAVE
               FILE STATUS IS WS-FS-GREETRCN.

           SELECT CALRCN-FILE ASSIGN TO "CALRCN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALRCN-CHAVE
               FILE STATUS IS WS-FS-CALRCN.

           SELECT RCNOUT-FILE ASSIGN TO "RCNOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCNOUT.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RCNPARM-FILE
           RECORDING MODE IS F.
       COPY "RCNPARM.cpy".

       FD  REFJRNL-FILE
           RECORDING MODE IS F.
       COPY "REFJRNL.cpy".

       FD  GREETTB-FILE
           RECORDING MODE IS F.
       COPY "GREETTB.cpy".

       FD  CALHOLD-FILE
           RECORDING MODE IS F.
       COPY "CALHOLD.cpy".

      *    COPIAS RECONSTRUIDAS: MESMO LAYOUT E MESMA CHAVE DO GREETTB
      *    (45 POSICOES, CHAVE 20) E DO CALHOLD (38 POSICOES, CHAVE 12)
       FD  GREETRCN-FILE
           RECORDING MODE IS F.
       01 GREETRCN-RECORD.
           05 GREETRCN-CHAVE      PIC X(20).
           05 GREETRCN-DADOS      PIC X(25).

       FD  CALRCN-FILE
           RECORDING MODE IS F.
       01 CALRCN-RECORD.
           05 CALRCN-CHAVE        PIC X(12).
           05 CALRCN-DADOS        PIC X(26).

       FD  RCNOUT-FILE
           RECORDING MODE IS F.
       01 RCNOUT-LINHA            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-RCNPARM           PIC X(02) VALUE SPACES.
       01 WS-FS-REFJRNL           PIC X(02) VALUE SPACES.
       01 WS-FS-GREETTB           PIC X(02) VALUE SPACES.
       01 WS-FS-CALHOLD           PIC X(02) VALUE SPACES.
       01 WS-FS-GREETRCN          PIC X(02) VALUE SPACES.
       01 WS-FS-CALRCN            PIC X(02) VALUE SPACES.
       01 WS-FS-RCNOUT            PIC X(02) VALUE SPACES.

       COPY "DATEPRM.cpy".

      *-----------------------------------------------------------------
      * MOMENTO RECONSTRUIDO (AAAAMMDDHHMMSS) E MOMENTO DE CADA
      * TRANSACAO DO JORNAL, NA MESMA FORMA, PARA COMPARACAO DIRETA
      *-----------------------------------------------------------------
       01 WS-MOMENTO.
           05 WS-MOMENTO-DATA     PIC X(08) VALUE SPACES.
           05 WS-MOMENTO-HORA     PIC X(06) VALUE SPACES.
       01 WS-MOMENTO-JRN.
           05 WS-MOMENTO-JRN-DATA PIC X(08) VALUE SPACES.
           05 WS-MOMENTO-JRN-HORA PIC X(06) VALUE SPACES.
       01 WS-PRIMEIRO-JRN         PIC X(14) VALUE SPACES.
       01 WS-SW-ANTES-DO-JORNAL   PIC X(01) VALUE "N".
           88 WS-ANTES-DO-JORNAL          VALUE "S".

      *-----------------------------------------------------------------
      * CHAVES ALTERADAS DEPOIS DO MOMENTO: IMAGEM ANTERIOR DA PRIMEIRA
      * TRANSACAO POSTERIOR (O ESTADO NO MOMENTO) E IMAGEM NOVA DA
      * ULTIMA (O ESTADO QUE O ARQUIVO ATUAL DEVE TER)
      *-----------------------------------------------------------------
       01 WS-ALT-LIMITE           PIC 9(04) VALUE 1000.
       01 WS-ALT-QTDE             PIC 9(04) VALUE ZEROS.
       01 WS-ALT-NUM              PIC 9(04) VALUE ZEROS.
       01 WS-ALT-TABELA.
           05 WS-ALT-ITEM OCCURS 1000 TIMES.
               10 WS-ALT-ARQUIVO  PIC X(08).
               10 WS-ALT-CHAVE    PIC X(20).
               10 WS-ALT-ANTES    PIC X(45).
               10 WS-ALT-DEPOIS   PIC X(45).
               10 WS-ALT-QTDE-TRANS PIC 9(04).
       01 WS-SW-ALT-ACHADA        PIC X(01) VALUE "N".
           88 WS-ALT-ACHADA               VALUE "S".

      *-----------------------------------------------------------------
      * IMAGENS DO CALHOLD GRAVADAS NO JORNAL ANTES DA CHAVE DATA +
      * REGIAO (DATA + DESCRICAO + TIPO) SAO CONVERTIDAS PARA O LAYOUT
      * ATUAL, COM A REGIAO EM ESPACOS (TODAS AS REGIOES)
      *-----------------------------------------------------------------
       01 WS-JRN-ANTES            PIC X(45) VALUE SPACES.
       01 WS-JRN-DEPOIS           PIC X(45) VALUE SPACES.
       01 WS-IMAGEM-CONV          PIC X(45) VALUE SPACES.
       01 WS-IMAGEM-AUX           PIC X(45) VALUE SPACES.
       01 WS-QTDE-CONVERTIDAS     PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      * DESFAZIMENTO E DIFERENCAS
      *-----------------------------------------------------------------
       01 WS-IMAGEM-ATUAL         PIC X(45) VALUE SPACES.
       01 WS-SW-ATUAL-EXISTE      PIC X(01) VALUE "N".
           88 WS-ATUAL-EXISTE             VALUE "S".
       01 WS-SITUACAO-DIF         PIC X(24) VALUE SPACES.
       01 WS-QTDE-TRANS-ED        PIC ZZZ9.

      *-----------------------------------------------------------------
      * TOTAIS
      *-----------------------------------------------------------------
       01 WS-QTDE-JRN-LIDAS       PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-JRN-POSTERIORES PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-GREETTB-COPIA   PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-CALHOLD-COPIA   PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-GREETTB-RECONS  PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-CALHOLD-RECONS  PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-GREETTB-DIF     PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-CALHOLD-DIF     PIC 9(06) VALUE ZEROS.
       01 WS-QTDE-DIVERGENCIAS    PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0002-INICIALIZAR
           PERFORM 0003-LER-JORNAL
           PERFORM 0004-COPIAR-GREETTB
           PERFORM 0005-COPIAR-CALHOLD
           PERFORM 0006-DESFAZER-ALTERACOES
           PERFORM 0007-IMPRIMIR-TOTAIS
           PERFORM 9999-FINALIZAR
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      * LE E VALIDA O CARTAO RCNPARM E ABRE O RELATORIO. SEM DATA
      * VALIDA NAO HA O QUE RECONSTRUIR - RC=0008.
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"

           OPEN INPUT RCNPARM-FILE
           IF WS-FS-RCNPARM EQUAL "00"
               READ RCNPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCNPARM-DATA TO WS-MOMENTO-DATA
                       MOVE RCNPARM-HORA TO WS-MOMENTO-HORA
               END-READ
               CLOSE RCNPARM-FILE
           END-IF

           MOVE "V" TO DATEPRM-FUNCAO
           MOVE WS-MOMENTO-DATA TO DATEPRM-DATA
           CALL "DATESRV" USING DATEPRM-AREA
           IF WS-MOMENTO-DATA EQUAL SPACES OR
                   DATEPRM-RETORNO NOT EQUAL "0"
               DISPLAY "DATA INVALIDA OU AUSENTE NO CARTAO RCNPARM: "
                   WS-MOMENTO-DATA " - " DATEPRM-MOTIVO
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINALIZAR
           END-IF

           IF WS-MOMENTO-HORA EQUAL SPACES
               MOVE "235959" TO WS-MOMENTO-HORA
           END-IF
           IF WS-MOMENTO-HORA NOT NUMERIC OR
                   WS-MOMENTO-HORA(1:2) GREATER "23" OR
                   WS-MOMENTO-HORA(3:2) GREATER "59" OR
                   WS-MOMENTO-HORA(5:2) GREATER "59"
               DISPLAY "HORA INVALIDA NO CARTAO RCNPARM (HHMMSS): "
                   WS-MOMENTO-HORA
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINALIZAR
           END-IF

           DISPLAY "MOMENTO RECONSTRUIDO: " WS-MOMENTO-DATA " "
               WS-MOMENTO-HORA

           OPEN OUTPUT RCNOUT-FILE
           MOVE "RECONSTRUCAO DOS DADOS DE REFERENCIA (GREETTB/CALHOLD)"
               TO RCNOUT-LINHA
           WRITE RCNOUT-LINHA
           MOVE SPACES TO RCNOUT-LINHA
           STRING "MOMENTO RECONSTRUIDO: " DELIMITED BY SIZE
                  WS-MOMENTO-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOMENTO-HORA DELIMITED BY SIZE
                  INTO RCNOUT-LINHA
           WRITE RCNOUT-LINHA
           MOVE SPACES TO RCNOUT-LINHA
           WRITE RCNOUT-LINHA
           MOVE "DIFERENCAS ENTRE O ARQUIVO ATUAL E O RECONSTRUIDO:" TO
               RCNOUT-LINHA
           WRITE RCNOUT-LINHA
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0003-LER-JORNAL
      * PERCORRE O JORNAL INTEIRO (GRAVADO EM ORDEM CRONOLOGICA PELOS
      * PROGRAMAS DE MANUTENCAO) E GUARDA AS TRANSACOES APLICADAS AO
      * GREETTB E AO CALHOLD DEPOIS DO MOMENTO. JORNAL AUSENTE TORNA A
      * RECONSTRUCAO IMPOSSIVEL - RC=0008.
      *-----------------------------------------------------------------
       0003-LER-JORNAL.
           OPEN INPUT REFJRNL-FILE
           IF WS-FS-REFJRNL NOT EQUAL "00"
               DISPLAY "JORNAL DE ALTERACOES REFJRNL AUSENTE - FS "
                   WS-FS-REFJRNL
               CLOSE RCNOUT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINALIZAR
           END-IF

           PERFORM UNTIL WS-FS-REFJRNL NOT EQUAL "00"
               READ REFJRNL-FILE
                   AT END
                       MOVE "10" TO WS-FS-REFJRNL
                   NOT AT END
                       ADD 1 TO WS-QTDE-JRN-LIDAS
                       PERFORM 0003-10-AVALIAR-TRANSACAO
               END-READ
           END-PERFORM
           CLOSE REFJRNL-FILE

           IF WS-PRIMEIRO-JRN NOT EQUAL SPACES AND
                   WS-MOMENTO LESS WS-PRIMEIRO-JRN
               SET WS-ANTES-DO-JORNAL TO TRUE
               DISPLAY "MOMENTO ANTERIOR AO INICIO DO JORNAL ("
                   WS-PRIMEIRO-JRN ") - ALTERACOES ANTERIORES AO "
                   "JORNAL NAO SAO DESFEITAS"
           END-IF

           DISPLAY "TRANSACOES LIDAS NO JORNAL: " WS-QTDE-JRN-LIDAS
           DISPLAY "APLICADAS APOS O MOMENTO..: "
               WS-QTDE-JRN-POSTERIORES
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-10-AVALIAR-TRANSACAO
      * SO INTERESSAM AS TRANSACOES APLICADAS ("A") AO GREETTB E AO
      * CALHOLD; AS RECUSADAS NAO ALTERARAM O ARQUIVO.
      *-----------------------------------------------------------------
       0003-10-AVALIAR-TRANSACAO.
           MOVE REFJRNL-DATA TO WS-MOMENTO-JRN-DATA
           MOVE REFJRNL-HORA TO WS-MOMENTO-JRN-HORA
           IF WS-PRIMEIRO-JRN EQUAL SPACES
               MOVE WS-MOMENTO-JRN TO WS-PRIMEIRO-JRN
           END-IF

           IF REFJRNL-RESULTADO EQUAL "A" AND
                   WS-MOMENTO-JRN GREATER WS-MOMENTO AND
                   (REFJRNL-ARQUIVO EQUAL "GREETTB" OR
                    REFJRNL-ARQUIVO EQUAL "CALHOLD")
               ADD 1 TO WS-QTDE-JRN-POSTERIORES
               MOVE REFJRNL-ANTES TO WS-JRN-ANTES
               MOVE REFJRNL-DEPOIS TO WS-JRN-DEPOIS
               IF REFJRNL-ARQUIVO EQUAL "CALHOLD"
                   MOVE WS-JRN-ANTES TO WS-IMAGEM-CONV
                   PERFORM 0003-30-CONVERTER-IMAGEM
                   MOVE WS-IMAGEM-CONV TO WS-JRN-ANTES
                   MOVE WS-JRN-DEPOIS TO WS-IMAGEM-CONV
                   PERFORM 0003-30-CONVERTER-IMAGEM
                   MOVE WS-IMAGEM-CONV TO WS-JRN-DEPOIS
               END-IF
               PERFORM 0003-20-GUARDAR-ALTERACAO
           END-IF
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-20-GUARDAR-ALTERACAO
      * PRIMEIRA TRANSACAO POSTERIOR DA CHAVE: GUARDA A IMAGEM
      * ANTERIOR. AS SEGUINTES SO ATUALIZAM A ULTIMA IMAGEM NOVA. A
      * TABELA CHEIA DEIXARIA A RECONSTRUCAO INCOMPLETA - RC=0008.
      *-----------------------------------------------------------------
       0003-20-GUARDAR-ALTERACAO.
           SET WS-SW-ALT-ACHADA TO "N"
           MOVE ZEROS TO WS-ALT-NUM
           PERFORM UNTIL WS-ALT-ACHADA OR WS-ALT-NUM NOT LESS
                   WS-ALT-QTDE
               ADD 1 TO WS-ALT-NUM
               IF WS-ALT-ARQUIVO(WS-ALT-NUM) EQUAL REFJRNL-ARQUIVO AND
                       WS-ALT-CHAVE(WS-ALT-NUM) EQUAL REFJRNL-CHAVE
                   SET WS-ALT-ACHADA TO TRUE
               END-IF
           END-PERFORM

           IF WS-ALT-ACHADA
               MOVE WS-JRN-DEPOIS TO WS-ALT-DEPOIS(WS-ALT-NUM)
               ADD 1 TO WS-ALT-QTDE-TRANS(WS-ALT-NUM)
           ELSE
               IF WS-ALT-QTDE NOT LESS WS-ALT-LIMITE
                   DISPLAY "LIMITE DE " WS-ALT-LIMITE " CHAVES "
                       "ALTERADAS EXCEDIDO - RECONSTRUCAO CANCELADA. "
                       "ESCOLHA UM MOMENTO MAIS RECENTE."
                   CLOSE REFJRNL-FILE
                   CLOSE RCNOUT-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-FINALIZAR
               END-IF
               ADD 1 TO WS-ALT-QTDE
               MOVE REFJRNL-ARQUIVO TO WS-ALT-ARQUIVO(WS-ALT-QTDE)
               MOVE REFJRNL-CHAVE TO WS-ALT-CHAVE(WS-ALT-QTDE)
               MOVE WS-JRN-ANTES TO WS-ALT-ANTES(WS-ALT-QTDE)
               MOVE WS-JRN-DEPOIS TO WS-ALT-DEPOIS(WS-ALT-QTDE)
               MOVE 1 TO WS-ALT-QTDE-TRANS(WS-ALT-QTDE)
           END-IF
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0003-30-CONVERTER-IMAGEM
      * IMAGEM DO CALHOLD NO LAYOUT ANTERIOR A REGIAO: A CHAVE DO
      * JORNAL TEM A REGIAO EM ESPACOS, MAS A IMAGEM TRAZ A DESCRICAO
      * LOGO APOS A DATA. INSERE A REGIAO EM ESPACOS APOS A DATA.
      *-----------------------------------------------------------------
       0003-30-CONVERTER-IMAGEM.
           IF WS-IMAGEM-CONV NOT EQUAL SPACES AND
                   REFJRNL-CHAVE(9:4) EQUAL SPACES AND
                   WS-IMAGEM-CONV(9:4) NOT EQUAL SPACES
               MOVE SPACES TO WS-IMAGEM-AUX
               MOVE WS-IMAGEM-CONV(1:8) TO WS-IMAGEM-AUX(1:8)
               MOVE WS-IMAGEM-CONV(9:26) TO WS-IMAGEM-AUX(13:26)
               MOVE WS-IMAGEM-AUX TO WS-IMAGEM-CONV
               ADD 1 TO WS-QTDE-CONVERTIDAS
           END-IF
           .
       0003-30-END.
      *-----------------------------------------------------------------
      * 0004-COPIAR-GREETTB
      * A COPIA RECONSTRUIDA PARTE DO GREETTB ATUAL, REGISTRO A
      * REGISTRO.
      *-----------------------------------------------------------------
       0004-COPIAR-GREETTB.
           OPEN OUTPUT GREETRCN-FILE
           IF WS-FS-GREETRCN NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR A COPIA GREETRCN - FS "
                   WS-FS-GREETRCN
               CLOSE RCNOUT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINALIZAR
           END-IF
           OPEN INPUT GREETTB-FILE
           IF WS-FS-GREETTB EQUAL "00"
               PERFORM UNTIL WS-FS-GREETTB NOT EQUAL "00"
                   READ GREETTB-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-GREETTB
                       NOT AT END
                           MOVE GREETTB-RECORD TO GREETRCN-RECORD
                           WRITE GREETRCN-RECORD
                           ADD 1 TO WS-QTDE-GREETTB-COPIA
                   END-READ
               END-PERFORM
               CLOSE GREETTB-FILE
           ELSE
               DISPLAY "CADASTRO GREETTB AUSENTE - FS " WS-FS-GREETTB
                   " - RECONSTRUIDO SO A PARTIR DO JORNAL"
           END-IF
           CLOSE GREETRCN-FILE
           MOVE WS-QTDE-GREETTB-COPIA TO WS-QTDE-GREETTB-RECONS
           .
       0004-END.
      *-----------------------------------------------------------------
      * 0005-COPIAR-CALHOLD
      * A COPIA RECONSTRUIDA PARTE DO CALHOLD ATUAL, REGISTRO A
      * REGISTRO.
      *-----------------------------------------------------------------
       0005-COPIAR-CALHOLD.
           OPEN OUTPUT CALRCN-FILE
           IF WS-FS-CALRCN NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR A COPIA CALRCN - FS "
                   WS-FS-CALRCN
               CLOSE RCNOUT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINALIZAR
           END-IF
           OPEN INPUT CALHOLD-FILE
           IF WS-FS-CALHOLD EQUAL "00"
               PERFORM UNTIL WS-FS-CALHOLD NOT EQUAL "00"
                   READ CALHOLD-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-CALHOLD
                       NOT AT END
                           MOVE CALHOLD-RECORD TO CALRCN-RECORD
                           WRITE CALRCN-RECORD
                           ADD 1 TO WS-QTDE-CALHOLD-COPIA
                   END-READ
               END-PERFORM
               CLOSE CALHOLD-FILE
           ELSE
               DISPLAY "CALENDARIO CALHOLD AUSENTE - FS " WS-FS-CALHOLD
                   " - RECONSTRUIDO SO A PARTIR DO JORNAL"
           END-IF
           CLOSE CALRCN-FILE
           MOVE WS-QTDE-CALHOLD-COPIA TO WS-QTDE-CALHOLD-RECONS
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0006-DESFAZER-ALTERACOES
      * CADA CHAVE ALTERADA DEPOIS DO MOMENTO VOLTA, NA COPIA, A
      * IMAGEM QUE TINHA NO MOMENTO.
      *-----------------------------------------------------------------
       0006-DESFAZER-ALTERACOES.
           OPEN I-O GREETRCN-FILE
           IF WS-FS-GREETRCN NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR A COPIA GREETRCN - FS "
                   WS-FS-GREETRCN
               CLOSE RCNOUT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINALIZAR
           END-IF

           OPEN I-O CALRCN-FILE
           IF WS-FS-CALRCN NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR A COPIA CALRCN - FS "
                   WS-FS-CALRCN
               CLOSE GREETRCN-FILE
               CLOSE RCNOUT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINALIZAR
           END-IF

           MOVE 1 TO WS-ALT-NUM
           PERFORM WS-ALT-QTDE TIMES
               PERFORM 0006-10-DESFAZER-CHAVE
               ADD 1 TO WS-ALT-NUM
           END-PERFORM

           CLOSE GREETRCN-FILE
           CLOSE CALRCN-FILE

           IF WS-QTDE-GREETTB-DIF EQUAL ZEROS AND
                   WS-QTDE-CALHOLD-DIF EQUAL ZEROS
               MOVE "NENHUMA DIFERENCA" TO RCNOUT-LINHA
               WRITE RCNOUT-LINHA
           END-IF
           .
       0006-END.
      *-----------------------------------------------------------------
      * 0006-10-DESFAZER-CHAVE
      * LE A CHAVE NA COPIA (AINDA COM A IMAGEM ATUAL), CONFERE A
      * IMAGEM ATUAL COM A ULTIMA IMAGEM NOVA DO JORNAL, APLICA A
      * IMAGEM DO MOMENTO E IMPRIME A DIFERENCA, SE HOUVER.
      *-----------------------------------------------------------------
       0006-10-DESFAZER-CHAVE.
           PERFORM 0006-20-LER-COPIA

           IF WS-ALT-ANTES(WS-ALT-NUM) EQUAL SPACES
               IF WS-ATUAL-EXISTE
                   PERFORM 0006-30-EXCLUIR-DA-COPIA
               END-IF
           ELSE
               PERFORM 0006-40-GRAVAR-NA-COPIA
           END-IF

           IF WS-IMAGEM-ATUAL NOT EQUAL WS-ALT-ANTES(WS-ALT-NUM)
               PERFORM 0006-50-IMPRIMIR-DIFERENCA
           END-IF

           IF WS-IMAGEM-ATUAL NOT EQUAL WS-ALT-DEPOIS(WS-ALT-NUM)
               ADD 1 TO WS-QTDE-DIVERGENCIAS
               IF WS-IMAGEM-ATUAL EQUAL WS-ALT-ANTES(WS-ALT-NUM)
                   MOVE SPACES TO RCNOUT-LINHA
                   STRING WS-ALT-ARQUIVO(WS-ALT-NUM) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-ALT-CHAVE(WS-ALT-NUM) DELIMITED BY SIZE
                          " SEM DIFERENCA NO MOMENTO" DELIMITED BY SIZE
                          INTO RCNOUT-LINHA
                   WRITE RCNOUT-LINHA
                   MOVE SPACES TO RCNOUT-LINHA
                   STRING "  ATUAL.......: " DELIMITED BY SIZE
                          WS-IMAGEM-ATUAL DELIMITED BY SIZE
                          INTO RCNOUT-LINHA
                   WRITE RCNOUT-LINHA
               END-IF
               MOVE SPACES TO RCNOUT-LINHA
               STRING "  *** ATUAL DIFERE DA ULTIMA IMAGEM DO JORNAL: "
                      DELIMITED BY SIZE
                      "ALTERADO FORA DA MANUTENCAO ***" DELIMITED BY
                      SIZE
                      INTO RCNOUT-LINHA
               WRITE RCNOUT-LINHA
               MOVE SPACES TO RCNOUT-LINHA
               STRING "  JORNAL......: " DELIMITED BY SIZE
                      WS-ALT-DEPOIS(WS-ALT-NUM) DELIMITED BY SIZE
                      INTO RCNOUT-LINHA
               WRITE RCNOUT-LINHA
           END-IF
           .
       0006-10-END.
      *-----------------------------------------------------------------
      * 0006-20-LER-COPIA
      *-----------------------------------------------------------------
       0006-20-LER-COPIA.
           SET WS-SW-ATUAL-EXISTE TO "N"
           MOVE SPACES TO WS-IMAGEM-ATUAL

           IF WS-ALT-ARQUIVO(WS-ALT-NUM) EQUAL "GREETTB"
               MOVE WS-ALT-CHAVE(WS-ALT-NUM) TO GREETRCN-CHAVE
               READ GREETRCN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ATUAL-EXISTE TO TRUE
                       MOVE GREETRCN-RECORD TO WS-IMAGEM-ATUAL
               END-READ
           ELSE
               MOVE WS-ALT-CHAVE(WS-ALT-NUM)(1:12) TO CALRCN-CHAVE
               READ CALRCN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ATUAL-EXISTE TO TRUE
                       MOVE CALRCN-RECORD TO WS-IMAGEM-ATUAL
               END-READ
           END-IF
           .
       0006-20-END.
      *-----------------------------------------------------------------
      * 0006-30-EXCLUIR-DA-COPIA
      * A CHAVE FOI INCLUIDA DEPOIS DO MOMENTO.
      *-----------------------------------------------------------------
       0006-30-EXCLUIR-DA-COPIA.
           IF WS-ALT-ARQUIVO(WS-ALT-NUM) EQUAL "GREETTB"
               DELETE GREETRCN-FILE
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR DO GREETRCN: "
                           GREETRCN-CHAVE " - FS " WS-FS-GREETRCN
                   NOT INVALID KEY
                       SUBTRACT 1 FROM WS-QTDE-GREETTB-RECONS
               END-DELETE
           ELSE
               DELETE CALRCN-FILE
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR DO CALRCN: "
                           CALRCN-CHAVE " - FS " WS-FS-CALRCN
                   NOT INVALID KEY
                       SUBTRACT 1 FROM WS-QTDE-CALHOLD-RECONS
               END-DELETE
           END-IF
           .
       0006-30-END.
      *-----------------------------------------------------------------
      * 0006-40-GRAVAR-NA-COPIA
      * A CHAVE EXISTIA NO MOMENTO: REGRAVA (ALTERADA OU EXCLUIDA
      * DEPOIS, CONFORME AINDA EXISTA OU NAO NA COPIA).
      *-----------------------------------------------------------------
       0006-40-GRAVAR-NA-COPIA.
           IF WS-ALT-ARQUIVO(WS-ALT-NUM) EQUAL "GREETTB"
               MOVE WS-ALT-ANTES(WS-ALT-NUM) TO GREETRCN-RECORD
               IF WS-ATUAL-EXISTE
                   REWRITE GREETRCN-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR O GREETRCN: "
                               GREETRCN-CHAVE " - FS " WS-FS-GREETRCN
                   END-REWRITE
               ELSE
                   WRITE GREETRCN-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O GREETRCN: "
                               GREETRCN-CHAVE " - FS " WS-FS-GREETRCN
                       NOT INVALID KEY
                           ADD 1 TO WS-QTDE-GREETTB-RECONS
                   END-WRITE
               END-IF
           ELSE
               MOVE WS-ALT-ANTES(WS-ALT-NUM) TO CALRCN-RECORD
               IF WS-ATUAL-EXISTE
                   REWRITE CALRCN-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR O CALRCN: "
                               CALRCN-CHAVE " - FS " WS-FS-CALRCN
                   END-REWRITE
               ELSE
                   WRITE CALRCN-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O CALRCN: "
                               CALRCN-CHAVE " - FS " WS-FS-CALRCN
                       NOT INVALID KEY
                           ADD 1 TO WS-QTDE-CALHOLD-RECONS
                   END-WRITE
               END-IF
           END-IF
           .
       0006-40-END.
      *-----------------------------------------------------------------
      * 0006-50-IMPRIMIR-DIFERENCA
      * ARQUIVO, CHAVE, SITUACAO E AS DUAS IMAGENS (ATUAL E NO
      * MOMENTO).
      *-----------------------------------------------------------------
       0006-50-IMPRIMIR-DIFERENCA.
           EVALUATE TRUE
               WHEN WS-ALT-ANTES(WS-ALT-NUM) EQUAL SPACES
                   MOVE "INCLUIDO APOS O MOMENTO" TO WS-SITUACAO-DIF
               WHEN NOT WS-ATUAL-EXISTE
                   MOVE "EXCLUIDO APOS O MOMENTO" TO WS-SITUACAO-DIF
               WHEN OTHER
                   MOVE "ALTERADO APOS O MOMENTO" TO WS-SITUACAO-DIF
           END-EVALUATE

           IF WS-ALT-ARQUIVO(WS-ALT-NUM) EQUAL "GREETTB"
               ADD 1 TO WS-QTDE-GREETTB-DIF
           ELSE
               ADD 1 TO WS-QTDE-CALHOLD-DIF
           END-IF

           MOVE WS-ALT-QTDE-TRANS(WS-ALT-NUM) TO WS-QTDE-TRANS-ED
           MOVE SPACES TO RCNOUT-LINHA
           STRING WS-ALT-ARQUIVO(WS-ALT-NUM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ALT-CHAVE(WS-ALT-NUM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SITUACAO-DIF DELIMITED BY SIZE
                  WS-QTDE-TRANS-ED DELIMITED BY SIZE
                  " TRANSACAO(OES)" DELIMITED BY SIZE
                  INTO RCNOUT-LINHA
           WRITE RCNOUT-LINHA
           MOVE SPACES TO RCNOUT-LINHA
           STRING "  ATUAL.......: " DELIMITED BY SIZE
                  WS-IMAGEM-ATUAL DELIMITED BY SIZE
                  INTO RCNOUT-LINHA
           WRITE RCNOUT-LINHA
           MOVE SPACES TO RCNOUT-LINHA
           STRING "  RECONSTRUIDO: " DELIMITED BY SIZE
                  WS-ALT-ANTES(WS-ALT-NUM) DELIMITED BY SIZE
                  INTO RCNOUT-LINHA
           WRITE RCNOUT-LINHA
           .
       0006-50-END.
      *-----------------------------------------------------------------
      * 0007-IMPRIMIR-TOTAIS
      * TOTAIS DA RECONSTRUCAO. DIVERGENCIA COM O JORNAL OU MOMENTO
      * ANTERIOR AO INICIO DO JORNAL SINALIZAM RC=0004.
      *-----------------------------------------------------------------
       0007-IMPRIMIR-TOTAIS.
           MOVE SPACES TO RCNOUT-LINHA
           WRITE RCNOUT-LINHA

           IF WS-ANTES-DO-JORNAL
               MOVE SPACES TO RCNOUT-LINHA
               STRING "*** MOMENTO ANTERIOR AO INICIO DO JORNAL ("
                      DELIMITED BY SIZE
                      WS-PRIMEIRO-JRN DELIMITED BY SIZE
                      ") - RECONSTRUCAO PARCIAL ***" DELIMITED BY SIZE
                      INTO RCNOUT-LINHA
               WRITE RCNOUT-LINHA
           END-IF

           MOVE SPACES TO RCNOUT-LINHA
           STRING "TRANSACOES LIDAS NO JORNAL....: " DELIMITED BY SIZE
                  WS-QTDE-JRN-LIDAS DELIMITED BY SIZE
                  INTO RCNOUT-LINHA
           WRITE RCNOUT-LINHA
           MOVE SPACES TO RCNOUT-LINHA
           STRING "APLICADAS APOS O MOMENTO......: " DELIMITED BY SIZE
                  WS-QTDE-JRN-POSTERIORES DELIMITED BY SIZE
                  INTO RCNOUT-LINHA
           WRITE RCNOUT-LINHA
           MOVE SPACES TO RCNOUT-LINHA
           STRING "CHAVES DESFEITAS..............: " DELIMITED BY SIZE
                  WS-ALT-QTDE DELIMITED BY SIZE
                  INTO RCNOUT-LINHA
           WRITE RCNOUT-LINHA
           MOVE SPACES TO RCNOUT-LINHA
           STRING "GREETTB ATUAL / RECONSTRUIDO..: " DELIMITED BY SIZE
                  WS-QTDE-GREETTB-COPIA DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WS-QTDE-GREETTB-RECONS DELIMITED BY SIZE
                  " - DIFERENCAS: " DELIMITED BY SIZE
                  WS-QTDE-GREETTB-DIF DELIMITED BY SIZE
                  INTO RCNOUT-LINHA
           WRITE RCNOUT-LINHA
           MOVE SPACES TO RCNOUT-LINHA
           STRING "CALHOLD ATUAL / RECONSTRUIDO..: " DELIMITED BY SIZE
                  WS-QTDE-CALHOLD-COPIA DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WS-QTDE-CALHOLD-RECONS DELIMITED BY SIZE
                  " - DIFERENCAS: " DELIMITED BY SIZE
                  WS-QTDE-CALHOLD-DIF DELIMITED BY SIZE
                  INTO RCNOUT-LINHA
           WRITE RCNOUT-LINHA
           MOVE SPACES TO RCNOUT-LINHA
           STRING "DIVERGENCIAS COM O JORNAL.....: " DELIMITED BY SIZE
                  WS-QTDE-DIVERGENCIAS DELIMITED BY SIZE
                  INTO RCNOUT-LINHA
           WRITE RCNOUT-LINHA
           IF WS-QTDE-CONVERTIDAS GREATER ZEROS
               MOVE SPACES TO RCNOUT-LINHA
               STRING "IMAGENS CALHOLD SEM REGIAO....: " DELIMITED BY
                      SIZE
                      WS-QTDE-CONVERTIDAS DELIMITED BY SIZE
                      " (CONVERTIDAS)" DELIMITED BY SIZE
                      INTO RCNOUT-LINHA
               WRITE RCNOUT-LINHA
           END-IF

           CLOSE RCNOUT-FILE

           DISPLAY "GREETTB RECONSTRUIDO: " WS-QTDE-GREETTB-RECONS
               " REGISTROS"
           DISPLAY "CALHOLD RECONSTRUIDO: " WS-QTDE-CALHOLD-RECONS
               " REGISTROS"

           IF WS-QTDE-DIVERGENCIAS GREATER ZEROS OR WS-ANTES-DO-JORNAL
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       0007-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
