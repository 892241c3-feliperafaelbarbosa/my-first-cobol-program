      ******************************************************************
      * PROGRAMADOR: FELIPE RAFAEL BARBOSA
      * DATA: 15/10/2026
      * OBJETIVO: CONCILIACAO ANUAL DO CALENDARIO (CALHOLD) COM O
      *           ARQUIVO DE FERIADOS NACIONAIS E ESTADUAIS DO RH
      *           (HRFEED). PARA O ANO DO CARTAO HRPARM, RELATA NO DD
      *           HRFOUT AS DATAS DO RH QUE FALTAM NO CALHOLD, AS
      *           DATAS DO CALHOLD QUE O RH NAO TEM E AS DATAS EM QUE
      *           O TIPO (FECHADO/ESPECIAL) DIVERGE, E GRAVA NO
      *           SUGMNT AS TRANSACOES CALMNT SUGERIDAS PARA CADA
      *           DIFERENCA - QUE ENTRAM PELO PRG19JOB E SAO APLICADAS
      *           PELO PROG4JOB COM A VALIDACAO E O JORNAL DE SEMPRE.
      *           ACABA A CONFERENCIA A OLHO DO ARQUIVO DO RH CONTRA O
      *           CALHOLD E A SAIDA DO PROG013.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    DATA REGIONAL DO CALHOLD DE REGIAO SEM FILIAL
      *                   ATIVA FICA FORA DA CONCILIACAO, COMO O
      *                   FERIADO ESTADUAL DO RH. DATA REGIONAL QUE NAO
      *                   E DE UF (MUNICIPAL, LOCAL) E SO LISTADA, SEM
      *                   SUGESTAO DE EXCLUSAO - O RH NAO A COBRE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG024.
      *------------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRFEED-FILE ASSIGN TO "HRFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HRFEED.

           SELECT HRPARM-FILE ASSIGN TO "HRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HRPARM.

           SELECT CALHOLD-FILE ASSIGN TO "CALHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALHOLD-CHAVE
               FILE STATUS IS WS-FS-CALHOLD.

           SELECT FILIAL-FILE ASSIGN TO "FILIAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FILIAL-CODIGO
               FILE STATUS IS WS-FS-FILIAL.

           SELECT SUGMNT-FILE ASSIGN TO "SUGMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUGMNT.

           SELECT HRFOUT-FILE ASSIGN TO "HRFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HRFOUT.
      *------------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  HRFEED-FILE
           RECORDING MODE IS F.
       COPY "HRFEED.cpy".

       FD  HRPARM-FILE
           RECORDING MODE IS F.
       COPY "HRPARM.cpy".

       FD  CALHOLD-FILE
           RECORDING MODE IS F.
       COPY "CALHOLD.cpy".

       FD  FILIAL-FILE
           RECORDING MODE IS F.
       COPY "FILIAL.cpy".

       FD  SUGMNT-FILE
           RECORDING MODE IS F.
       COPY "CALMNT.cpy".

       FD  HRFOUT-FILE
           RECORDING MODE IS F.
       01 HRFOUT-LINHA            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-HRFEED            PIC X(02) VALUE SPACES.
       01 WS-FS-HRPARM            PIC X(02) VALUE SPACES.
       01 WS-FS-CALHOLD           PIC X(02) VALUE SPACES.
       01 WS-FS-FILIAL            PIC X(02) VALUE SPACES.
       01 WS-FS-SUGMNT            PIC X(02) VALUE SPACES.
       01 WS-FS-HRFOUT            PIC X(02) VALUE SPACES.
       01 WS-SW-CALHOLD-ABERTO    PIC X(01) VALUE "N".
           88 WS-CALHOLD-ABERTO           VALUE "S".

       01 WS-ANO-ALVO             PIC 9(04) VALUE ZEROS.
       01 WS-USUARIO-SUGESTAO     PIC X(08) VALUE SPACES.
       01 WS-DATA-SISTEMA         PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * REGIOES DE CALENDARIO DAS FILIAIS ATIVAS (FILIAL) - SO OS
      * FERIADOS ESTADUAIS DESSAS REGIOES SAO CONCILIADOS
      *-----------------------------------------------------------------
       01 WS-REG-QTDE             PIC 9(03) VALUE ZEROS.
       01 WS-REG-TABELA.
           05 WS-REG-ITEM OCCURS 100 TIMES INDEXED BY WS-REG-IDX.
               10 WS-REG-CODIGO   PIC X(04).
       01 WS-SW-REG-ACHADA        PIC X(01) VALUE "N".
           88 WS-REG-ACHADA               VALUE "S".

      *-----------------------------------------------------------------
      * FERIADOS DO RH PARA O ANO ALVO, JA CONVERTIDOS PARA A CHAVE E
      * O TIPO DO CALHOLD
      *-----------------------------------------------------------------
       COPY "DATEPRM.cpy".
       01 WS-RH-QTDE              PIC 9(04) VALUE ZEROS.
       01 WS-RH-TABELA.
           05 WS-RH-ITEM OCCURS 500 TIMES INDEXED BY WS-RH-IDX.
               10 WS-RH-DATA      PIC X(08).
               10 WS-RH-REGIAO    PIC X(04).
               10 WS-RH-TIPO      PIC X(01).
               10 WS-RH-NOME      PIC X(25).
               10 WS-RH-SITUACAO  PIC X(01).
      *            ESPACOS = NAO ACHADO NO CALHOLD, "C" = CONFERE,
      *            "T" = TIPO DIVERGENTE
               10 WS-RH-TIPO-CAL  PIC X(01).
               10 WS-RH-DESC-CAL  PIC X(25).
      *            TIPO E DESCRICAO DO CALHOLD QUANDO DIVERGENTE
       01 WS-SW-RH-ACHADO         PIC X(01) VALUE "N".
           88 WS-RH-ACHADO                VALUE "S".
       01 WS-CHAVE-RH.
           05 WS-CHAVE-RH-DATA    PIC X(08).
           05 WS-CHAVE-RH-REGIAO  PIC X(04).
       01 WS-TIPO-RH              PIC X(01) VALUE SPACES.
       01 WS-TIPO-CAL             PIC X(01) VALUE SPACES.
       01 WS-MOTIVO-REJEICAO      PIC X(35) VALUE SPACES.

      *-----------------------------------------------------------------
      * DATAS DO CALHOLD NO ANO ALVO QUE O RH NAO TEM
      *-----------------------------------------------------------------
       01 WS-EXT-QTDE             PIC 9(04) VALUE ZEROS.
       01 WS-EXT-TABELA.
           05 WS-EXT-ITEM OCCURS 500 TIMES INDEXED BY WS-EXT-IDX.
               10 WS-EXT-DATA     PIC X(08).
               10 WS-EXT-REGIAO   PIC X(04).
               10 WS-EXT-TIPO     PIC X(01).
               10 WS-EXT-DESCRICAO PIC X(25).
       01 WS-SUFIXO-EXCEDENTE     PIC X(11) VALUE SPACES.

      *-----------------------------------------------------------------
      * TOTAIS DA CONCILIACAO
      *-----------------------------------------------------------------
       01 WS-QTDE-LIDOS           PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-OUTRO-ANO       PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-FORA-ESCOPO     PIC 9(04) VALUE ZEROS.
      *        MUNICIPAIS E ESTADUAIS DE UF SEM FILIAL ATIVA
       01 WS-QTDE-REJEITADOS      PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-REPETIDOS       PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-CAL-LIDAS       PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-CONFEREM        PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-FALTANTES       PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-EXCEDENTES      PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-DIVERGENTES     PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-SUGERIDAS       PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-SEM-SUGESTAO    PIC 9(04) VALUE ZEROS.
      *        DIAS ESPECIAIS SO DO CALHOLD (CAMPANHAS) - NAO SAO
      *        FERIADOS, NAO HA O QUE SUGERIR
       01 WS-QTDE-CAL-FORA-ESCOPO PIC 9(04) VALUE ZEROS.
      *        DATAS REGIONAIS DO CALHOLD DE REGIAO SEM FILIAL ATIVA
       01 WS-QTDE-SEM-UF          PIC 9(04) VALUE ZEROS.
      *        DIAS FECHADOS SO DO CALHOLD EM REGIAO QUE NAO E UF
      *        (MUNICIPAL, LOCAL) - O RH NAO OS COBRE, NAO HA O QUE
      *        SUGERIR
       01 WS-QTDE-TABELA-CHEIA    PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0001-PROCESSAR.
           DISPLAY "INICIO DO PROGRAMA"
           PERFORM 0002-INICIALIZAR
           PERFORM 0003-CARREGAR-FERIADOS
           PERFORM 0004-CONFERIR-CALHOLD
           PERFORM 0005-IMPRIMIR-DIFERENCAS
           PERFORM 0006-IMPRIMIR-TOTAIS
           PERFORM 9999-FINALIZAR
           .
       0001-END.
      *-----------------------------------------------------------------
      * 0002-INICIALIZAR
      * OBTEM O ANO ALVO E O USUARIO (CARTAO HRPARM), CARREGA AS
      * REGIOES DAS FILIAIS ATIVAS E ABRE AS SAIDAS. SEM O ARQUIVO DO
      * RH NAO HA O QUE CONCILIAR (RC=0008).
      *-----------------------------------------------------------------
       0002-INICIALIZAR.
           DISPLAY "0002-INICIALIZAR"
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-ALVO
           ADD 1 TO WS-ANO-ALVO
           MOVE "PROG024" TO WS-USUARIO-SUGESTAO

           OPEN INPUT HRPARM-FILE
           IF WS-FS-HRPARM EQUAL "00"
               READ HRPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HRPARM-ANO NOT EQUAL SPACES AND
                               HRPARM-ANO NUMERIC
                           MOVE HRPARM-ANO TO WS-ANO-ALVO
                       END-IF
                       IF HRPARM-USUARIO NOT EQUAL SPACES
                           MOVE HRPARM-USUARIO TO WS-USUARIO-SUGESTAO
                       END-IF
               END-READ
               CLOSE HRPARM-FILE
           END-IF

           DISPLAY "CONCILIACAO DO CALENDARIO PARA: " WS-ANO-ALVO

           PERFORM 0002-10-CARREGAR-REGIOES

           OPEN INPUT HRFEED-FILE
           IF WS-FS-HRFEED NOT EQUAL "00"
               DISPLAY "ARQUIVO DE FERIADOS DO RH NAO DISPONIVEL - FS "
                   WS-FS-HRFEED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINALIZAR
           END-IF

           OPEN OUTPUT SUGMNT-FILE
           OPEN OUTPUT HRFOUT-FILE

           MOVE SPACES TO HRFOUT-LINHA
           STRING "CONCILIACAO DO CALHOLD COM OS FERIADOS DO RH - ANO "
                  DELIMITED BY SIZE
                  WS-ANO-ALVO DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA
           MOVE SPACES TO HRFOUT-LINHA
           WRITE HRFOUT-LINHA
           .
       0002-END.
      *-----------------------------------------------------------------
      * 0002-10-CARREGAR-REGIOES
      * GUARDA AS REGIOES DISTINTAS DAS FILIAIS ATIVAS. SEM O CADASTRO
      * DE FILIAIS SO OS FERIADOS NACIONAIS SAO CONCILIADOS.
      *-----------------------------------------------------------------
       0002-10-CARREGAR-REGIOES.
           OPEN INPUT FILIAL-FILE
           IF WS-FS-FILIAL EQUAL "00"
               PERFORM UNTIL WS-FS-FILIAL NOT EQUAL "00"
                   READ FILIAL-FILE
                       AT END
                           MOVE "10" TO WS-FS-FILIAL
                       NOT AT END
                           IF FILIAL-SITUACAO EQUAL "A" AND
                                   FILIAL-REGIAO NOT EQUAL SPACES
                               PERFORM 0002-15-GUARDAR-REGIAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILIAL-FILE
           END-IF

           DISPLAY "REGIOES DE FILIAIS ATIVAS: " WS-REG-QTDE
           .
       0002-10-END.
      *-----------------------------------------------------------------
      * 0002-15-GUARDAR-REGIAO
      *-----------------------------------------------------------------
       0002-15-GUARDAR-REGIAO.
           MOVE FILIAL-REGIAO TO WS-CHAVE-RH-REGIAO
           PERFORM 0002-20-PROCURAR-REGIAO

           IF NOT WS-REG-ACHADA AND WS-REG-QTDE LESS 100
               ADD 1 TO WS-REG-QTDE
               MOVE FILIAL-REGIAO TO WS-REG-CODIGO(WS-REG-QTDE)
           END-IF
           .
       0002-15-END.
      *-----------------------------------------------------------------
      * 0002-20-PROCURAR-REGIAO
      * PROCURA WS-CHAVE-RH-REGIAO NA TABELA DE REGIOES.
      *-----------------------------------------------------------------
       0002-20-PROCURAR-REGIAO.
           MOVE "N" TO WS-SW-REG-ACHADA
           SET WS-REG-IDX TO 1
           PERFORM WS-REG-QTDE TIMES
               IF WS-REG-CODIGO(WS-REG-IDX) EQUAL WS-CHAVE-RH-REGIAO
                   SET WS-REG-ACHADA TO TRUE
               END-IF
               SET WS-REG-IDX UP BY 1
           END-PERFORM
           .
       0002-20-END.
      *-----------------------------------------------------------------
      * 0003-CARREGAR-FERIADOS
      * LE O ARQUIVO DO RH E GUARDA OS FERIADOS DO ANO ALVO QUE SAO
      * CONCILIADOS, CONVERTENDO A DATA DDMMAAAA PARA AAAAMMDD, A UF
      * PARA A REGIAO E O TIPO F/P PARA N/E.
      *-----------------------------------------------------------------
       0003-CARREGAR-FERIADOS.
           PERFORM UNTIL WS-FS-HRFEED NOT EQUAL "00"
               READ HRFEED-FILE
                   AT END
                       MOVE "10" TO WS-FS-HRFEED
                   NOT AT END
                       ADD 1 TO WS-QTDE-LIDOS
                       PERFORM 0003-10-AVALIAR-FERIADO
               END-READ
           END-PERFORM
           CLOSE HRFEED-FILE
           .
       0003-END.
      *-----------------------------------------------------------------
      * 0003-10-AVALIAR-FERIADO
      *-----------------------------------------------------------------
       0003-10-AVALIAR-FERIADO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE SPACES TO WS-CHAVE-RH
           MOVE HRFEED-ANO TO WS-CHAVE-RH-DATA(1:4)
           MOVE HRFEED-MES TO WS-CHAVE-RH-DATA(5:2)
           MOVE HRFEED-DIA TO WS-CHAVE-RH-DATA(7:2)

           EVALUATE HRFEED-TIPO
               WHEN "F"
                   MOVE "N" TO WS-TIPO-RH
               WHEN "P"
                   MOVE "E" TO WS-TIPO-RH
               WHEN OTHER
                   MOVE "TIPO INVALIDO (F/P)" TO WS-MOTIVO-REJEICAO
           END-EVALUATE

           IF WS-MOTIVO-REJEICAO EQUAL SPACES
               MOVE "V" TO DATEPRM-FUNCAO
               MOVE WS-CHAVE-RH-DATA TO DATEPRM-DATA
               CALL "DATESRV" USING DATEPRM-AREA
               IF DATEPRM-RETORNO NOT EQUAL "0"
                   MOVE DATEPRM-MOTIVO TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF WS-MOTIVO-REJEICAO NOT EQUAL SPACES
               ADD 1 TO WS-QTDE-REJEITADOS
               PERFORM 0003-40-GRAVAR-REJEICAO
           ELSE
               IF WS-CHAVE-RH-DATA(1:4) NOT EQUAL WS-ANO-ALVO
                   ADD 1 TO WS-QTDE-OUTRO-ANO
               ELSE
                   PERFORM 0003-20-DEFINIR-REGIAO
               END-IF
           END-IF
           .
       0003-10-END.
      *-----------------------------------------------------------------
      * 0003-20-DEFINIR-REGIAO
      * NACIONAL = TODAS AS REGIOES (ESPACOS); ESTADUAL = REGIAO COM O
      * CODIGO DA UF, SE ALGUMA FILIAL ATIVA A USA. O RESTO FICA FORA.
      *-----------------------------------------------------------------
       0003-20-DEFINIR-REGIAO.
           EVALUATE HRFEED-ABRANGENCIA
               WHEN "N"
                   MOVE SPACES TO WS-CHAVE-RH-REGIAO
                   PERFORM 0003-30-GUARDAR-FERIADO
               WHEN "E"
                   MOVE HRFEED-UF TO WS-CHAVE-RH-REGIAO
                   PERFORM 0002-20-PROCURAR-REGIAO
                   IF WS-REG-ACHADA AND HRFEED-UF NOT EQUAL SPACES
                       PERFORM 0003-30-GUARDAR-FERIADO
                   ELSE
                       ADD 1 TO WS-QTDE-FORA-ESCOPO
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-QTDE-FORA-ESCOPO
           END-EVALUATE
           .
       0003-20-END.
      *-----------------------------------------------------------------
      * 0003-30-GUARDAR-FERIADO
      * A MESMA DATA E REGIAO REPETIDA NO ARQUIVO DO RH (DOIS NOMES
      * PARA O MESMO DIA) VALE UMA VEZ SO - PREVALECE O FERIADO "F".
      *-----------------------------------------------------------------
       0003-30-GUARDAR-FERIADO.
           PERFORM 0003-35-PROCURAR-FERIADO

           IF WS-RH-ACHADO
               ADD 1 TO WS-QTDE-REPETIDOS
               IF WS-TIPO-RH EQUAL "N"
                   MOVE "N" TO WS-RH-TIPO(WS-RH-IDX)
               END-IF
           ELSE
               IF WS-RH-QTDE EQUAL 500
                   ADD 1 TO WS-QTDE-TABELA-CHEIA
                   DISPLAY "TABELA DE FERIADOS CHEIA, IGNORADO: "
                       WS-CHAVE-RH
               ELSE
                   ADD 1 TO WS-RH-QTDE
                   SET WS-RH-IDX TO WS-RH-QTDE
                   MOVE WS-CHAVE-RH-DATA TO WS-RH-DATA(WS-RH-IDX)
                   MOVE WS-CHAVE-RH-REGIAO TO WS-RH-REGIAO(WS-RH-IDX)
                   MOVE WS-TIPO-RH TO WS-RH-TIPO(WS-RH-IDX)
                   MOVE HRFEED-NOME TO WS-RH-NOME(WS-RH-IDX)
                   MOVE SPACES TO WS-RH-SITUACAO(WS-RH-IDX)
                   MOVE SPACES TO WS-RH-TIPO-CAL(WS-RH-IDX)
                   MOVE SPACES TO WS-RH-DESC-CAL(WS-RH-IDX)
               END-IF
           END-IF
           .
       0003-30-END.
      *-----------------------------------------------------------------
      * 0003-35-PROCURAR-FERIADO
      * PROCURA WS-CHAVE-RH NA TABELA DO RH; ACHADO, DEIXA WS-RH-IDX
      * NA POSICAO.
      *-----------------------------------------------------------------
       0003-35-PROCURAR-FERIADO.
           MOVE "N" TO WS-SW-RH-ACHADO
           SET WS-RH-IDX TO 1
           PERFORM UNTIL WS-RH-ACHADO OR WS-RH-IDX GREATER WS-RH-QTDE
               IF WS-RH-DATA(WS-RH-IDX) EQUAL WS-CHAVE-RH-DATA AND
                       WS-RH-REGIAO(WS-RH-IDX) EQUAL WS-CHAVE-RH-REGIAO
                   SET WS-RH-ACHADO TO TRUE
               ELSE
                   SET WS-RH-IDX UP BY 1
               END-IF
           END-PERFORM
           .
       0003-35-END.
      *-----------------------------------------------------------------
      * 0003-40-GRAVAR-REJEICAO
      *-----------------------------------------------------------------
       0003-40-GRAVAR-REJEICAO.
           MOVE SPACES TO HRFOUT-LINHA
           STRING "REJEITADO NO RH: " DELIMITED BY SIZE
                  HRFEED-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HRFEED-ABRANGENCIA DELIMITED BY SIZE
                  HRFEED-UF DELIMITED BY SIZE
                  HRFEED-TIPO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-MOTIVO-REJEICAO DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA
           .
       0003-40-END.
      *-----------------------------------------------------------------
      * 0004-CONFERIR-CALHOLD
      * PERCORRE AS DATAS DO ANO ALVO NO CALHOLD (DO PRIMEIRO DE
      * JANEIRO EM DIANTE PELA CHAVE) E CONFERE CADA UMA COM O RH. SEM
      * O CALHOLD, TODOS OS FERIADOS DO RH FALTAM.
      *-----------------------------------------------------------------
       0004-CONFERIR-CALHOLD.
           OPEN INPUT CALHOLD-FILE
           IF WS-FS-CALHOLD EQUAL "00"
               SET WS-CALHOLD-ABERTO TO TRUE
               MOVE WS-ANO-ALVO TO CALHOLD-DATA(1:4)
               MOVE "0101" TO CALHOLD-DATA(5:4)
               MOVE SPACES TO CALHOLD-REGIAO
               START CALHOLD-FILE KEY IS NOT LESS THAN CALHOLD-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-CALHOLD
               END-START
           ELSE
               DISPLAY "CALHOLD NAO DISPONIVEL - FS " WS-FS-CALHOLD
               MOVE "10" TO WS-FS-CALHOLD
           END-IF

           PERFORM UNTIL WS-FS-CALHOLD NOT EQUAL "00"
               READ CALHOLD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CALHOLD
                   NOT AT END
                       IF CALHOLD-DATA(1:4) NOT EQUAL WS-ANO-ALVO
                           MOVE "10" TO WS-FS-CALHOLD
                       ELSE
                           ADD 1 TO WS-QTDE-CAL-LIDAS
                           PERFORM 0004-10-CONFERIR-DATA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CALHOLD-ABERTO
               CLOSE CALHOLD-FILE
           END-IF
           .
       0004-END.
      *-----------------------------------------------------------------
      * 0004-10-CONFERIR-DATA
      * TIPO DO CALHOLD EM ESPACOS VALE COMO "E" (VER CALHOLD.cpy).
      * DATA REGIONAL DE REGIAO QUE NENHUMA FILIAL ATIVA USA FICA
      * FORA, COMO O FERIADO ESTADUAL DO RH (0003-20).
      *-----------------------------------------------------------------
       0004-10-CONFERIR-DATA.
           SET WS-REG-ACHADA TO TRUE
           IF CALHOLD-REGIAO NOT EQUAL SPACES
               MOVE CALHOLD-REGIAO TO WS-CHAVE-RH-REGIAO
               PERFORM 0002-20-PROCURAR-REGIAO
           END-IF

           IF WS-REG-ACHADA
               PERFORM 0004-20-COMPARAR-DATA
           ELSE
               ADD 1 TO WS-QTDE-CAL-FORA-ESCOPO
           END-IF
           .
       0004-10-END.
      *-----------------------------------------------------------------
      * 0004-20-COMPARAR-DATA
      *-----------------------------------------------------------------
       0004-20-COMPARAR-DATA.
           MOVE CALHOLD-CHAVE TO WS-CHAVE-RH
           PERFORM 0003-35-PROCURAR-FERIADO

           IF CALHOLD-TIPO EQUAL "N"
               MOVE "N" TO WS-TIPO-CAL
           ELSE
               MOVE "E" TO WS-TIPO-CAL
           END-IF

           IF WS-RH-ACHADO
               IF WS-TIPO-CAL EQUAL WS-RH-TIPO(WS-RH-IDX)
                   MOVE "C" TO WS-RH-SITUACAO(WS-RH-IDX)
                   ADD 1 TO WS-QTDE-CONFEREM
               ELSE
                   MOVE "T" TO WS-RH-SITUACAO(WS-RH-IDX)
                   MOVE CALHOLD-TIPO TO WS-RH-TIPO-CAL(WS-RH-IDX)
                   MOVE CALHOLD-DESCRICAO TO WS-RH-DESC-CAL(WS-RH-IDX)
                   ADD 1 TO WS-QTDE-DIVERGENTES
               END-IF
           ELSE
               IF WS-EXT-QTDE EQUAL 500
                   ADD 1 TO WS-QTDE-TABELA-CHEIA
                   DISPLAY "TABELA DO CALHOLD CHEIA, IGNORADO: "
                       CALHOLD-CHAVE
               ELSE
                   ADD 1 TO WS-EXT-QTDE
                   ADD 1 TO WS-QTDE-EXCEDENTES
                   MOVE CALHOLD-DATA TO WS-EXT-DATA(WS-EXT-QTDE)
                   MOVE CALHOLD-REGIAO TO WS-EXT-REGIAO(WS-EXT-QTDE)
                   MOVE CALHOLD-TIPO TO WS-EXT-TIPO(WS-EXT-QTDE)
                   MOVE CALHOLD-DESCRICAO TO
                       WS-EXT-DESCRICAO(WS-EXT-QTDE)
               END-IF
           END-IF
           .
       0004-20-END.
      *-----------------------------------------------------------------
      * 0005-IMPRIMIR-DIFERENCAS
      * AS TRES LISTAS DO RELATORIO, CADA DIFERENCA COM A TRANSACAO
      * SUGERIDA: FALTA NO CALHOLD = INCLUSAO; SO NO CALHOLD, FECHADO
      * = EXCLUSAO; TIPO DIVERGENTE = EXCLUSAO SEGUIDA DE INCLUSAO COM
      * O TIPO DO RH (O PROG004 NAO ALTERA UMA DATA - E O PROG019
      * NUMERA AS DUAS NESSA ORDEM, QUE E A ORDEM DE APLICACAO).
      *-----------------------------------------------------------------
       0005-IMPRIMIR-DIFERENCAS.
           MOVE "DATAS DO RH QUE FALTAM NO CALHOLD" TO HRFOUT-LINHA
           WRITE HRFOUT-LINHA
           SET WS-RH-IDX TO 1
           PERFORM WS-RH-QTDE TIMES
               IF WS-RH-SITUACAO(WS-RH-IDX) EQUAL SPACES
                   PERFORM 0005-10-LISTAR-FALTANTE
               END-IF
               SET WS-RH-IDX UP BY 1
           END-PERFORM
           IF WS-QTDE-FALTANTES EQUAL ZEROS
               MOVE "  NENHUMA" TO HRFOUT-LINHA
               WRITE HRFOUT-LINHA
           END-IF

           MOVE SPACES TO HRFOUT-LINHA
           WRITE HRFOUT-LINHA
           MOVE "DATAS DO CALHOLD QUE O RH NAO TEM" TO HRFOUT-LINHA
           WRITE HRFOUT-LINHA
           SET WS-EXT-IDX TO 1
           PERFORM WS-EXT-QTDE TIMES
               PERFORM 0005-20-LISTAR-EXCEDENTE
               SET WS-EXT-IDX UP BY 1
           END-PERFORM
           IF WS-EXT-QTDE EQUAL ZEROS
               MOVE "  NENHUMA" TO HRFOUT-LINHA
               WRITE HRFOUT-LINHA
           END-IF

           MOVE SPACES TO HRFOUT-LINHA
           WRITE HRFOUT-LINHA
           MOVE "DATAS COM TIPO DIVERGENTE (FECHADO/ESPECIAL)" TO
               HRFOUT-LINHA
           WRITE HRFOUT-LINHA
           SET WS-RH-IDX TO 1
           PERFORM WS-RH-QTDE TIMES
               IF WS-RH-SITUACAO(WS-RH-IDX) EQUAL "T"
                   PERFORM 0005-30-LISTAR-DIVERGENTE
               END-IF
               SET WS-RH-IDX UP BY 1
           END-PERFORM
           IF WS-QTDE-DIVERGENTES EQUAL ZEROS
               MOVE "  NENHUMA" TO HRFOUT-LINHA
               WRITE HRFOUT-LINHA
           END-IF
           .
       0005-END.
      *-----------------------------------------------------------------
      * 0005-10-LISTAR-FALTANTE
      *-----------------------------------------------------------------
       0005-10-LISTAR-FALTANTE.
           ADD 1 TO WS-QTDE-FALTANTES
           MOVE SPACES TO HRFOUT-LINHA
           STRING "  FALTA..: " DELIMITED BY SIZE
                  WS-RH-DATA(WS-RH-IDX) DELIMITED BY SIZE
                  " REGIAO " DELIMITED BY SIZE
                  WS-RH-REGIAO(WS-RH-IDX) DELIMITED BY SIZE
                  " TIPO " DELIMITED BY SIZE
                  WS-RH-TIPO(WS-RH-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RH-NOME(WS-RH-IDX) DELIMITED BY SIZE
                  " -> A" DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE "A" TO CALMNT-ACAO
           MOVE WS-RH-DATA(WS-RH-IDX) TO CALMNT-DATA
           MOVE WS-RH-NOME(WS-RH-IDX) TO CALMNT-DESCRICAO
           MOVE WS-RH-TIPO(WS-RH-IDX) TO CALMNT-TIPO
           MOVE WS-RH-REGIAO(WS-RH-IDX) TO CALMNT-REGIAO
           PERFORM 0005-90-GRAVAR-SUGESTAO
           .
       0005-10-END.
      *-----------------------------------------------------------------
      * 0005-20-LISTAR-EXCEDENTE
      * SO O DIA FECHADO ("N") GANHA SUGESTAO DE EXCLUSAO: O DIA
      * ESPECIAL COM EXPEDIENTE E CAMPANHA NOSSA, NAO FERIADO, E SO E
      * LISTADO PARA CONFERENCIA. O DIA FECHADO DE REGIAO QUE NAO E UF
      * (CODIGO COM MAIS DE DUAS POSICOES - MUNICIPAL, LOCAL) TAMBEM
      * SO E LISTADO: O RH SO TRAZ FERIADO NACIONAL E ESTADUAL.
      *-----------------------------------------------------------------
       0005-20-LISTAR-EXCEDENTE.
           EVALUATE TRUE
               WHEN WS-EXT-TIPO(WS-EXT-IDX) NOT EQUAL "N"
                   ADD 1 TO WS-QTDE-SEM-SUGESTAO
                   MOVE " (ESPECIAL)" TO WS-SUFIXO-EXCEDENTE
               WHEN WS-EXT-REGIAO(WS-EXT-IDX)(3:2) NOT EQUAL SPACES
                   ADD 1 TO WS-QTDE-SEM-UF
                   MOVE " (NAO E UF)" TO WS-SUFIXO-EXCEDENTE
               WHEN OTHER
                   MOVE " -> D" TO WS-SUFIXO-EXCEDENTE
           END-EVALUATE

           MOVE SPACES TO HRFOUT-LINHA
           STRING "  SOBRA..: " DELIMITED BY SIZE
                  WS-EXT-DATA(WS-EXT-IDX) DELIMITED BY SIZE
                  " REGIAO " DELIMITED BY SIZE
                  WS-EXT-REGIAO(WS-EXT-IDX) DELIMITED BY SIZE
                  " TIPO " DELIMITED BY SIZE
                  WS-EXT-TIPO(WS-EXT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXT-DESCRICAO(WS-EXT-IDX) DELIMITED BY SIZE
                  WS-SUFIXO-EXCEDENTE DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           IF WS-SUFIXO-EXCEDENTE EQUAL " -> D"
               MOVE "D" TO CALMNT-ACAO
               MOVE WS-EXT-DATA(WS-EXT-IDX) TO CALMNT-DATA
               MOVE WS-EXT-DESCRICAO(WS-EXT-IDX) TO CALMNT-DESCRICAO
               MOVE WS-EXT-TIPO(WS-EXT-IDX) TO CALMNT-TIPO
               MOVE WS-EXT-REGIAO(WS-EXT-IDX) TO CALMNT-REGIAO
               PERFORM 0005-90-GRAVAR-SUGESTAO
           END-IF
           .
       0005-20-END.
      *-----------------------------------------------------------------
      * 0005-30-LISTAR-DIVERGENTE
      *-----------------------------------------------------------------
       0005-30-LISTAR-DIVERGENTE.
           MOVE SPACES TO HRFOUT-LINHA
           STRING "  TIPO...: " DELIMITED BY SIZE
                  WS-RH-DATA(WS-RH-IDX) DELIMITED BY SIZE
                  " REGIAO " DELIMITED BY SIZE
                  WS-RH-REGIAO(WS-RH-IDX) DELIMITED BY SIZE
                  " CALHOLD " DELIMITED BY SIZE
                  WS-RH-TIPO-CAL(WS-RH-IDX) DELIMITED BY SIZE
                  " RH " DELIMITED BY SIZE
                  WS-RH-TIPO(WS-RH-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RH-NOME(WS-RH-IDX) DELIMITED BY SIZE
                  " -> D+A" DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE "D" TO CALMNT-ACAO
           MOVE WS-RH-DATA(WS-RH-IDX) TO CALMNT-DATA
           MOVE WS-RH-DESC-CAL(WS-RH-IDX) TO CALMNT-DESCRICAO
           MOVE WS-RH-TIPO-CAL(WS-RH-IDX) TO CALMNT-TIPO
           MOVE WS-RH-REGIAO(WS-RH-IDX) TO CALMNT-REGIAO
           PERFORM 0005-90-GRAVAR-SUGESTAO

           MOVE "A" TO CALMNT-ACAO
           MOVE WS-RH-DATA(WS-RH-IDX) TO CALMNT-DATA
           MOVE WS-RH-NOME(WS-RH-IDX) TO CALMNT-DESCRICAO
           MOVE WS-RH-TIPO(WS-RH-IDX) TO CALMNT-TIPO
           MOVE WS-RH-REGIAO(WS-RH-IDX) TO CALMNT-REGIAO
           PERFORM 0005-90-GRAVAR-SUGESTAO
           .
       0005-30-END.
      *-----------------------------------------------------------------
      * 0005-90-GRAVAR-SUGESTAO
      *-----------------------------------------------------------------
       0005-90-GRAVAR-SUGESTAO.
           MOVE WS-USUARIO-SUGESTAO TO CALMNT-USUARIO
           WRITE CALMNT-RECORD
           ADD 1 TO WS-QTDE-SUGERIDAS
           .
       0005-90-END.
      *-----------------------------------------------------------------
      * 0006-IMPRIMIR-TOTAIS
      * QUALQUER DIFERENCA, REGISTRO DO RH REJEITADO OU TABELA CHEIA
      * SINALIZA O RETURN-CODE DO STEP - O ANO NAO DEVE ENTRAR EM
      * VIGOR SEM A REVISAO DAS SUGESTOES.
      *-----------------------------------------------------------------
       0006-IMPRIMIR-TOTAIS.
           MOVE SPACES TO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "REGISTROS DO RH......: " DELIMITED BY SIZE
                  WS-QTDE-LIDOS DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "  DE OUTRO ANO.......: " DELIMITED BY SIZE
                  WS-QTDE-OUTRO-ANO DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "  FORA DAS REGIOES...: " DELIMITED BY SIZE
                  WS-QTDE-FORA-ESCOPO DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "  REPETIDOS..........: " DELIMITED BY SIZE
                  WS-QTDE-REPETIDOS DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "  REJEITADOS.........: " DELIMITED BY SIZE
                  WS-QTDE-REJEITADOS DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "DATAS NO CALHOLD.....: " DELIMITED BY SIZE
                  WS-QTDE-CAL-LIDAS DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "  FORA DAS REGIOES...: " DELIMITED BY SIZE
                  WS-QTDE-CAL-FORA-ESCOPO DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "CONFEREM.............: " DELIMITED BY SIZE
                  WS-QTDE-CONFEREM DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "FALTAM NO CALHOLD....: " DELIMITED BY SIZE
                  WS-QTDE-FALTANTES DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "SO NO CALHOLD........: " DELIMITED BY SIZE
                  WS-QTDE-EXCEDENTES DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "  DIAS ESPECIAIS.....: " DELIMITED BY SIZE
                  WS-QTDE-SEM-SUGESTAO DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "  REGIAO QUE NAO E UF: " DELIMITED BY SIZE
                  WS-QTDE-SEM-UF DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "TIPO DIVERGENTE......: " DELIMITED BY SIZE
                  WS-QTDE-DIVERGENTES DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           MOVE SPACES TO HRFOUT-LINHA
           STRING "TRANSACOES SUGERIDAS.: " DELIMITED BY SIZE
                  WS-QTDE-SUGERIDAS DELIMITED BY SIZE
                  INTO HRFOUT-LINHA
           WRITE HRFOUT-LINHA

           IF WS-QTDE-TABELA-CHEIA GREATER ZEROS
               MOVE SPACES TO HRFOUT-LINHA
               STRING "IGNORADOS (TABELA)...: " DELIMITED BY SIZE
                      WS-QTDE-TABELA-CHEIA DELIMITED BY SIZE
                      INTO HRFOUT-LINHA
               WRITE HRFOUT-LINHA
           END-IF

           CLOSE SUGMNT-FILE
           CLOSE HRFOUT-FILE

           IF WS-QTDE-FALTANTES GREATER ZEROS OR
                   WS-QTDE-EXCEDENTES GREATER ZEROS OR
                   WS-QTDE-DIVERGENTES GREATER ZEROS OR
                   WS-QTDE-REJEITADOS GREATER ZEROS OR
                   WS-QTDE-TABELA-CHEIA GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "FALTAM NO CALHOLD...: " WS-QTDE-FALTANTES
           DISPLAY "SO NO CALHOLD.......: " WS-QTDE-EXCEDENTES
           DISPLAY "TIPO DIVERGENTE.....: " WS-QTDE-DIVERGENTES
           DISPLAY "TRANSACOES SUGERIDAS: " WS-QTDE-SUGERIDAS
           .
       0006-END.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "FIM DO PROGRAMA"
           STOP RUN.
       9999-END.
