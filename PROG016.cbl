      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: MANUTENCAO DO CADASTRO DE FILIAIS (FILIAL) USADO PELO
      *           PROG001A, ATRAVES DE UM ARQUIVO DE TRANSACOES
      *           (FILMNT). CADA FILIAL TRAZ O IDIOMA DA SAUDACAO, A
      *           REGIAO DE CALENDARIO NO CALHOLD, A SITUACAO (ATIVA OU
      *           INATIVA) E A DATA DA PRIMEIRA NOITE PROCESSADA - UMA
      *           NOVA FILIAL PASSA A SER CADASTRO, SEM RECOMPILAR O
      *           PROG001A. CADA TRANSACAO E REGISTRADA NO JORNAL DE
      *           ALTERACOES (REFJRNL) COMO NO PROG015.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    USUARIOS SUBMISSOR/APROVADOR DO JORNAL EM
      *                   BRANCO - ESTA MANUTENCAO NAO PASSA PELO
      *                   DUPLO CONTROLE DO PROG019.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG016.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILIAL-FILE ASSIGN TO "FILIAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILIAL-CODIGO
               FILE STATUS IS WS-FS-FILIAL.

           SELECT FILMNT-FILE ASSIGN TO "FILMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILMNT.

           SELECT REFJRNL-FILE ASSIGN TO "REFJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFJRNL.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  FILIAL-FILE
           RECORDING MODE IS F.
       COPY "FILIAL.cpy".

       FD  FILMNT-FILE
           RECORDING MODE IS F.
       COPY "FILMNT.cpy".

       FD  REFJRNL-FILE
           RECORDING MODE IS F.
       COPY "REFJRNL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-FILIAL            PIC X(02) VALUE SPACES.
       01 WS-FS-FILMNT            PIC X(02) VALUE SPACES.
       01 WS-SW-FILMNT-ABERTO     PIC X(01) VALUE "N".
           88 WS-FILMNT-ABERTO            VALUE "S".

       01 WS-QTDE-TRANSACOES      PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-REJEITADAS      PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * MANUTENCAO DIRETA DO CADASTRO INDEXADO PELO CODIGO DA FILIAL
      *-----------------------------------------------------------------
       01 WS-FIL-QTDE             PIC 9(06) VALUE ZEROS.
       01 WS-SW-FILIAL-ACHADA     PIC X(01) VALUE "N".
           88 WS-FILIAL-ACHADA            VALUE "S".

      *-----------------------------------------------------------------
      * JORNAL DE ALTERACOES (REFJRNL) - UMA LINHA POR TRANSACAO, COM
      * AS IMAGENS ANTES/DEPOIS DO REGISTRO OU O MOTIVO DA RECUSA
      *-----------------------------------------------------------------
       01 WS-FS-REFJRNL           PIC X(02) VALUE SPACES.
       01 WS-DATA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-HORA-SISTEMA         PIC X(08) VALUE SPACES.
       01 WS-JRN-RESULTADO        PIC X(01) VALUE SPACES.
       01 WS-JRN-MOTIVO           PIC X(35) VALUE SPACES.
       01 WS-IMAGEM-ANTES         PIC X(45) VALUE SPACES.
       01 WS-IMAGEM-DEPOIS        PIC X(45) VALUE SPACES.

      *-----------------------------------------------------------------
      * VALIDACAO DA FILIAL (DATA DE INICIO PELO SERVICO DE DATAS
      * DATESRV, O MESMO DO PROG001A)
      *-----------------------------------------------------------------
       COPY "DATEPRM.cpy".
       01 WS-SW-ENTRADA           PIC X(01) VALUE "S".
           88 WS-ENTRADA-VALIDA           VALUE "S".
           88 WS-ENTRADA-INVALIDA         VALUE "N".
       01 WS-MOTIVO-REJEICAO      PIC X(35) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0002-INICIALIZAR
           PERFORM 0003-PROCESSAR-TRANSACAO
               UNTIL WS-FS-FILMNT NOT EQUAL "00"
           PERFORM 0004-ENCERRAR-CADASTRO
           PERFORM 9999-FINALIZAR
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      * ABRE O CADASTRO INDEXADO PARA ATUALIZACAO (CRIANDO-O VAZIO NA
      * PRIMEIRA EXECUCAO), CONTA AS FILIAIS EXISTENTES E ABRE O
      * ARQUIVO DE TRANSACOES.
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           OPEN EXTEND REFJRNL-FILE
           IF WS-FS-REFJRNL NOT EQUAL "00"
               OPEN OUTPUT REFJRNL-FILE
           END-IF

           OPEN I-O FILIAL-FILE
           IF WS-FS-FILIAL EQUAL "35"
               OPEN OUTPUT FILIAL-FILE
               CLOSE FILIAL-FILE
               OPEN I-O FILIAL-FILE
           END-IF

           IF WS-FS-FILIAL EQUAL "00"
               PERFORM 0002-05-CONTAR-FILIAIS
           ELSE
               DISPLAY "ERRO NA ABERTURA DO FILIAL - FS "
                   WS-FS-FILIAL
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN INPUT FILMNT-FILE
           IF WS-FS-FILMNT EQUAL "00"
               SET WS-FILMNT-ABERTO TO TRUE
               PERFORM 0002-10-LER-TRANSACAO
           ELSE
               MOVE "10" TO WS-FS-FILMNT
           END-IF
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0002-05-CONTAR-FILIAIS
      * PERCORRE O CADASTRO UMA VEZ PARA OBTER A CONTAGEM INICIAL DE
      * FILIAIS; AS TRANSACOES APLICADAS AJUSTAM A CONTAGEM (+1 NA
      * INCLUSAO, -1 NA EXCLUSAO).
      *-----------------------------------------------------------------
       0002-05-CONTAR-FILIAIS.
           PERFORM UNTIL WS-FS-FILIAL NOT EQUAL "00"
               READ FILIAL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-FILIAL
                   NOT AT END
                       ADD 1 TO WS-FIL-QTDE
               END-READ
           END-PERFORM
           .
       0002-05-END.
      *-----------------------------------------------------------------
      * 0002-10-LER-TRANSACAO
      *-----------------------------------------------------------------
       0002-10-LER-TRANSACAO.
           READ FILMNT-FILE
               AT END
                   MOVE "10" TO WS-FS-FILMNT
               NOT AT END
                   MOVE "00" TO WS-FS-FILMNT
           END-READ
           .
       0002-10-END.
      *-----------------------------------------------------------------
      * 0003-PROCESSAR-TRANSACAO
      * VALIDA A FILIAL E APLICA UMA INCLUSAO/ALTERACAO (A) OU
      * EXCLUSAO (D) DIRETO NO CADASTRO INDEXADO.
      *-----------------------------------------------------------------
       0003-PROCESSAR-TRANSACAO.
           ADD 1 TO WS-QTDE-TRANSACOES

           MOVE "R" TO WS-JRN-RESULTADO
           MOVE SPACES TO WS-JRN-MOTIVO
           MOVE SPACES TO WS-IMAGEM-ANTES
           MOVE SPACES TO WS-IMAGEM-DEPOIS

           PERFORM 0003-02-VALIDAR-ENTRADA

           IF WS-ENTRADA-INVALIDA
               ADD 1 TO WS-QTDE-REJEITADAS
               MOVE WS-MOTIVO-REJEICAO TO WS-JRN-MOTIVO
               DISPLAY "TRANSACAO REJEITADA - FILIAL "
                   FILMNT-CODIGO " - " WS-MOTIVO-REJEICAO
           ELSE
               PERFORM 0003-05-LOCALIZAR-FILIAL
               EVALUATE TRUE
                   WHEN FILMNT-ACAO EQUAL "A"
                       PERFORM 0003-10-INCLUIR-ALTERAR
                   WHEN FILMNT-ACAO EQUAL "D"
                       PERFORM 0003-20-EXCLUIR
                   WHEN OTHER
                       ADD 1 TO WS-QTDE-REJEITADAS
                       MOVE "ACAO INVALIDA" TO WS-JRN-MOTIVO
                       DISPLAY "TRANSACAO REJEITADA - ACAO INVALIDA: "
                           FILMNT-ACAO
               END-EVALUATE
           END-IF

           PERFORM 0003-30-GRAVAR-JORNAL

           PERFORM 0002-10-LER-TRANSACAO
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-02-VALIDAR-ENTRADA
      * CODIGO DA FILIAL INFORMADO. NA INCLUSAO/ALTERACAO: IDIOMA "PT",
      * "EN" OU ESPACOS (IDIOMA DO RUNPARM), SITUACAO A/I E DATA DE
      * INICIO DE CALENDARIO OU ESPACOS. NA EXCLUSAO BASTA O CODIGO.
      *-----------------------------------------------------------------
       0003-02-VALIDAR-ENTRADA.
           SET WS-ENTRADA-VALIDA TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJEICAO

           IF FILMNT-CODIGO EQUAL SPACES
               SET WS-ENTRADA-INVALIDA TO TRUE
               MOVE "CODIGO DA FILIAL NAO INFORMADO" TO
                   WS-MOTIVO-REJEICAO
           END-IF

           IF WS-ENTRADA-VALIDA AND FILMNT-ACAO EQUAL "A"
               PERFORM 0003-03-VALIDAR-FILIAL
           END-IF
           .
       0003-02-END.
      *-----------------------------------------------------------------
      * 0003-03-VALIDAR-FILIAL
      *-----------------------------------------------------------------
       0003-03-VALIDAR-FILIAL.
           IF FILMNT-IDIOMA NOT EQUAL SPACES AND "PT" AND "EN"
               SET WS-ENTRADA-INVALIDA TO TRUE
               MOVE "IDIOMA INVALIDO (PT/EN)" TO WS-MOTIVO-REJEICAO
           END-IF

           IF WS-ENTRADA-VALIDA
               IF FILMNT-SITUACAO NOT EQUAL "A" AND "I"
                   SET WS-ENTRADA-INVALIDA TO TRUE
                   MOVE "SITUACAO INVALIDA (A/I)" TO
                       WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF WS-ENTRADA-VALIDA AND FILMNT-INICIO NOT EQUAL SPACES
               PERFORM 0003-04-VALIDAR-INICIO
           END-IF
           .
       0003-03-END.
      *-----------------------------------------------------------------
      * 0003-04-VALIDAR-INICIO
      * CONFERE NO SERVICO DE DATAS (DATESRV) SE A DATA DE INICIO
      * FORMA UMA DATA DE CALENDARIO VALIDA.
      *-----------------------------------------------------------------
       0003-04-VALIDAR-INICIO.
           MOVE "V" TO DATEPRM-FUNCAO
           MOVE FILMNT-INICIO TO DATEPRM-DATA
           CALL "DATESRV" USING DATEPRM-AREA

           IF DATEPRM-RETORNO NOT EQUAL "0"
               SET WS-ENTRADA-INVALIDA TO TRUE
               MOVE DATEPRM-MOTIVO TO WS-MOTIVO-REJEICAO
           END-IF
           .
       0003-04-END.
      *-----------------------------------------------------------------
      * 0003-05-LOCALIZAR-FILIAL
      * LE O CODIGO DA TRANSACAO DIRETO NO CADASTRO INDEXADO.
      *-----------------------------------------------------------------
       0003-05-LOCALIZAR-FILIAL.
           SET WS-SW-FILIAL-ACHADA TO "N"

           MOVE FILMNT-CODIGO TO FILIAL-CODIGO
           READ FILIAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FILIAL-ACHADA TO TRUE
                   MOVE FILIAL-RECORD TO WS-IMAGEM-ANTES
           END-READ
           .
       0003-05-END.
      *-----------------------------------------------------------------
      * 0003-10-INCLUIR-ALTERAR
      * FILIAL JA CADASTRADA E REGRAVADA COM OS NOVOS DADOS; FILIAL
      * NOVA E INCLUIDA DIRETO PELA CHAVE.
      *-----------------------------------------------------------------
       0003-10-INCLUIR-ALTERAR.
           MOVE FILMNT-CODIGO     TO FILIAL-CODIGO
           MOVE FILMNT-NOME       TO FILIAL-NOME
           MOVE FILMNT-IDIOMA     TO FILIAL-IDIOMA
           MOVE FILMNT-REGIAO     TO FILIAL-REGIAO
           MOVE FILMNT-SITUACAO   TO FILIAL-SITUACAO
           MOVE FILMNT-INICIO     TO FILIAL-INICIO

           IF WS-FILIAL-ACHADA
               REWRITE FILIAL-RECORD
           ELSE
               WRITE FILIAL-RECORD
               IF WS-FS-FILIAL EQUAL "00"
                   ADD 1 TO WS-FIL-QTDE
               END-IF
           END-IF

           IF WS-FS-FILIAL EQUAL "00"
               MOVE "A" TO WS-JRN-RESULTADO
               MOVE FILIAL-RECORD TO WS-IMAGEM-DEPOIS
           ELSE
               ADD 1 TO WS-QTDE-REJEITADAS
               MOVE SPACES TO WS-JRN-MOTIVO
               STRING "ERRO DE GRAVACAO - FS " DELIMITED BY SIZE
                      WS-FS-FILIAL DELIMITED BY SIZE
                      INTO WS-JRN-MOTIVO
               DISPLAY "ERRO NA GRAVACAO DO FILIAL - FS "
                   WS-FS-FILIAL " FILIAL " FILMNT-CODIGO
           END-IF
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-20-EXCLUIR
      * A EXCLUSAO TIRA A FILIAL DO CICLO NOTURNO; PARA APENAS
      * SUSPENDE-LA, PRESERVANDO O CADASTRO, PREFIRA SITUACAO "I".
      *-----------------------------------------------------------------
       0003-20-EXCLUIR.
           IF NOT WS-FILIAL-ACHADA
               ADD 1 TO WS-QTDE-REJEITADAS
               MOVE "FILIAL NAO ENCONTRADA" TO WS-JRN-MOTIVO
               DISPLAY "TRANSACAO REJEITADA - FILIAL NAO "
                   "ENCONTRADA: " FILMNT-CODIGO
           ELSE
               DELETE FILIAL-FILE RECORD
               IF WS-FS-FILIAL EQUAL "00"
                   SUBTRACT 1 FROM WS-FIL-QTDE
                   MOVE "A" TO WS-JRN-RESULTADO
               ELSE
                   ADD 1 TO WS-QTDE-REJEITADAS
                   MOVE SPACES TO WS-JRN-MOTIVO
                   STRING "ERRO DE EXCLUSAO - FS " DELIMITED BY SIZE
                          WS-FS-FILIAL DELIMITED BY SIZE
                          INTO WS-JRN-MOTIVO
                   DISPLAY "ERRO NA EXCLUSAO DO FILIAL - FS "
                       WS-FS-FILIAL " FILIAL " FILMNT-CODIGO
               END-IF
           END-IF
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0003-30-GRAVAR-JORNAL
      * GRAVA NO JORNAL DE ALTERACOES O RESULTADO DA TRANSACAO
      * CORRENTE, COM AS IMAGENS ANTES/DEPOIS PREPARADAS PELOS
      * PARAGRAFOS DE APLICACAO. TODA TRANSACAO LIDA GERA UMA LINHA -
      * INCLUSIVE AS RECUSADAS, COM O MOTIVO DA RECUSA.
      *-----------------------------------------------------------------
       0003-30-GRAVAR-JORNAL.
           MOVE WS-DATA-SISTEMA      TO REFJRNL-DATA
           MOVE WS-HORA-SISTEMA(1:6) TO REFJRNL-HORA
           MOVE "PROG016"            TO REFJRNL-PROGRAMA
           MOVE "FILIAL"             TO REFJRNL-ARQUIVO
           MOVE FILMNT-ACAO          TO REFJRNL-ACAO
           MOVE WS-JRN-RESULTADO     TO REFJRNL-RESULTADO
           MOVE SPACES               TO REFJRNL-CHAVE
           MOVE FILMNT-CODIGO        TO REFJRNL-CHAVE(1:4)
           MOVE WS-JRN-MOTIVO        TO REFJRNL-MOTIVO
           MOVE WS-IMAGEM-ANTES      TO REFJRNL-ANTES
           MOVE WS-IMAGEM-DEPOIS     TO REFJRNL-DEPOIS
           MOVE SPACES               TO REFJRNL-USUARIO-SUBM
           MOVE SPACES               TO REFJRNL-USUARIO-APROV
           WRITE REFJRNL-RECORD
           .
       0003-30-END.
      *-----------------------------------------------------------------
      * 0004-ENCERRAR-CADASTRO
      * FECHA OS ARQUIVOS E IMPRIME AS CONTAGENS DA EXECUCAO.
      *-----------------------------------------------------------------
       0004-ENCERRAR-CADASTRO.
           IF WS-FILMNT-ABERTO
               CLOSE FILMNT-FILE
           END-IF

           CLOSE FILIAL-FILE
           CLOSE REFJRNL-FILE

           DISPLAY "TRANSACOES LIDAS.....: " WS-QTDE-TRANSACOES
           DISPLAY "TRANSACOES REJEITADAS: " WS-QTDE-REJEITADAS
           DISPLAY "FILIAIS NO CADASTRO..: " WS-FIL-QTDE
           .
       0004-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
