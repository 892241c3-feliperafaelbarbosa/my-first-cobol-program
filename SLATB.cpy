      ******************************************************************
      * COPYBOOK: SLATB.cpy
      * OBJETIVO: LAYOUT DA TABELA DE METAS DE TEMPO (SLA) DOS
      *           PROGRAMAS DO CICLO NOTURNO (SLATB), LIDA PELO
      *           RELATORIO DA JANELA DE BATCH (PROG026).
      * ARQUIVO SEQUENCIAL, UM REGISTRO POR PROGRAMA, MANTIDO POR
      * EDICAO DO DATASET COMO OS CARTOES DE PARAMETRO (ATE 30
      * REGISTROS). O REGISTRO DE PROGRAMA "*CICLO" DA O HORARIO
      * LIMITE DO CICLO INTEIRO (CAMINHO CRITICO); SEM ELE, 06:00.
      * PROGRAMA SEM REGISTRO NAO TEM META - SO ENTRA NOS TEMPOS E NA
      * TENDENCIA.
      ******************************************************************
       01 SLATB-RECORD.
           05 SLATB-PROGRAMA      PIC X(08).
      *        PROGRAMA (RUNTIM-PROGRAMA) OU "*CICLO"
           05 SLATB-DURACAO-MAX   PIC X(04).
      *        DURACAO MAXIMA EM MINUTOS (0001-9999), OU ESPACOS
           05 SLATB-TERMINO-MAX   PIC X(04).
      *        HHMM LIMITE DE TERMINO, OU ESPACOS. HORARIO ANTES DO
      *        MEIO-DIA E NA MANHA SEGUINTE A NOITE DO CICLO
           05 SLATB-DESCRICAO     PIC X(30).
