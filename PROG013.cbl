      *           DATA FIXA DE TODO ANO OU ENESIMO DIA DA SEMANA DO
      *           MES - PARA O ANO PEDIDO NO CARTAO GERPARM E GRAVA AS
      *           DATAS RESULTANTES COMO TRANSACOES DE INCLUSAO NO
      *           FORMATO CALMNT (ARQUIVO GENMNT), QUE O PRG19JOB
      *           SUBMETE A APROVACAO E O PROG4JOB APLICA DEPOIS COM A
      *           MESMA VALIDACAO E O MESMO JORNAL DE SEMPRE. O DD
      *           GENOUT E A LISTA DE PROVA DO QUE FOI GERADO, PARA
      *           REVISAO ANTES DE O ANO ENTRAR EM
      *           VIGOR - ACABA A DIGITACAO MANUAL DO ANO INTEIRO EM
      *           DEZEMBRO E O FERIADO ESQUECIDO QUE FAZIA O PROG001A
      *           SAUDAR EM DIA FECHADO. DATAS AVULSAS DE UM ANO SO
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 03/09/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    REGIAO DE CALENDARIO DA REGRA (CALRUL-REGIAO)
      *                   REPASSADA A TRANSACAO GERADA E A LINHA DE
      *                   PROVA.
      * 15/10/2026 FRB    USUARIO SUBMISSOR (GERPARM-USUARIO, EM BRANCO
      *                   = "PROG013") NAS TRANSACOES GERADAS: O GENMNT
      *                   ENTRA PELO PROG019 COMO PENDENTE E SO E
      *                   APLICADO DEPOIS DE APROVADO POR OUTRO USUARIO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG013.
           88 WS-CALRULES-ABERTO          VALUE "S".

       01 WS-ANO-ALVO             PIC 9(04) VALUE ZEROS.
       01 WS-USUARIO-GERACAO      PIC X(08) VALUE SPACES.
       01 WS-DATA-SISTEMA         PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-ALVO
           ADD 1 TO WS-ANO-ALVO
           MOVE "PROG013" TO WS-USUARIO-GERACAO

           OPEN INPUT GERPARM-FILE
           IF WS-FS-GERPARM EQUAL "00"
                               GERPARM-ANO NUMERIC
                           MOVE GERPARM-ANO TO WS-ANO-ALVO
                       END-IF
                       IF GERPARM-USUARIO NOT EQUAL SPACES
                           MOVE GERPARM-USUARIO TO WS-USUARIO-GERACAO
                       END-IF
               END-READ
               CLOSE GERPARM-FILE
           END-IF
           MOVE WS-DATA-GERADA    TO CALMNT-DATA
           MOVE CALRUL-DESCRICAO  TO CALMNT-DESCRICAO
           MOVE CALRUL-TIPO-DIA   TO CALMNT-TIPO
           MOVE CALRUL-REGIAO     TO CALMNT-REGIAO
           MOVE WS-USUARIO-GERACAO TO CALMNT-USUARIO
           WRITE CALMNT-RECORD
           ADD 1 TO WS-QTDE-GERADAS

                  CALRUL-TIPO-DIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CALRUL-DESCRICAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CALRUL-REGIAO DELIMITED BY SIZE
                  INTO GENOUT-LINHA
           WRITE GENOUT-LINHA
           .
