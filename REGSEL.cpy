      ******************************************************************
      * COPYBOOK: REGSEL.cpy
      * OBJETIVO: LAYOUT DO ARQUIVO DE SELECAO DE REGRAS DE SAUDACAO
      *           (REGSEL), USADO PELO PROG001A PARA ESCOLHER O CODIGO
      *           DE REGRA (AUDTRL-COD-REGRA) QUE RESOLVE A SAUDACAO NO
      *           GREETTB, NO LUGAR DO EVALUATE FIXO DE 0003-NOME.
      *           MANTIDO PELO PROG015 ATRAVES DO ARQUIVO DE TRANSACOES
      *           REGMNT.
      * CHAVE: PRIORIDADE. AS ENTRADAS SAO AVALIADAS EM ORDEM
      * CRESCENTE DE PRIORIDADE E VALE A PRIMEIRA CUJAS CONDICOES SAO
      * TODAS ATENDIDAS. CONDICAO EM ESPACOS = INDIFERENTE. SEM
      * NENHUMA ENTRADA ATENDIDA, VALE A REGRA 04.
      * REGSEL-TIPO-CAL (CONDICAO SOBRE O CALENDARIO CALHOLD):
      *   ESPACOS = INDIFERENTE
      *   "E"     = DATA CADASTRADA COMO DIA ESPECIAL (TIPO "E"/ESPACOS)
      *   "N"     = DATA CADASTRADA COMO FECHAMENTO (TIPO "N")
      *   "L"     = DATA LIVRE (NAO CADASTRADA NO CALENDARIO)
      * CARGA INICIAL EQUIVALENTE AO EVALUATE ANTERIOR:
      *   010 REGRA 01 - HORA 0151 A 0159
      *   020 REGRA 02 - HORA 0100 A 0159
      *   030 REGRA 03 - TIPO-CAL "E"
      *   999 REGRA 04 - SEM CONDICAO
      ******************************************************************
       01 REGSEL-RECORD.
           05 REGSEL-PRIORIDADE   PIC X(03).
      *        "001" A "999" - ORDEM DE AVALIACAO (CHAVE)
           05 REGSEL-COD-REGRA    PIC X(02).
      *        CODIGO DE REGRA ATRIBUIDO QUANDO A ENTRADA E ATENDIDA
           05 REGSEL-HORA-DE      PIC X(04).
      *        HHMM INICIAL DA JANELA DE HORARIO, OU ESPACOS
           05 REGSEL-HORA-ATE     PIC X(04).
      *        HHMM FINAL DA JANELA DE HORARIO, OU ESPACOS. INICIAL
      *        MAIOR QUE A FINAL = JANELA QUE ATRAVESSA A MEIA-NOITE
           05 REGSEL-DIA-SEMANA   PIC X(01).
      *        0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA ... 6 = SEXTA
      *        (CONVENCAO DO DATESRV), OU ESPACOS
           05 REGSEL-TIPO-CAL     PIC X(01).
           05 REGSEL-DATA-DE      PIC X(08).
      *        AAAAMMDD INICIAL DO PERIODO DE VALIDADE, OU ESPACOS
           05 REGSEL-DATA-ATE     PIC X(08).
      *        AAAAMMDD FINAL DO PERIODO DE VALIDADE, OU ESPACOS
           05 REGSEL-DESCRICAO    PIC X(14).
      *        DESCRICAO LIVRE DA ENTRADA, PARA AS LISTAGENS
