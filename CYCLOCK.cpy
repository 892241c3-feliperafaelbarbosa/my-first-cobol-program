      ******************************************************************
      * COPYBOOK: CYCLOCK.cpy
      * OBJETIVO: LAYOUT DO ARQUIVO DE RESERVAS DO CICLO (CYCLOCK),
      *           GRAVADO PELO SERVICO LCKSRV NO INICIO DE CADA
      *           PROGRAMA QUE MEXE NOS ARQUIVOS DO CICLO E REMOVIDO
      *           NO FIM. UMA RESERVA QUE FICA NO ARQUIVO DEPOIS DO
      *           FIM DO JOB E SINAL DE ABEND: E LISTADA, E PODE SER
      *           LIBERADA A FORCA, PELO PROG025 (PRG25JOB).
      * CHAVE: NOME DO JOB (UM JOB SO RODA UMA VEZ DE CADA VEZ).
      ******************************************************************
       01 CYCLOCK-RECORD.
           05 CYCLOCK-JOB         PIC X(08).
           05 CYCLOCK-PROGRAMA    PIC X(08).
           05 CYCLOCK-INICIO.
               10 CYCLOCK-DATA    PIC X(08).
               10 CYCLOCK-HORA    PIC X(06).
      *        AAAAMMDD E HHMMSS DA RESERVA
           05 CYCLOCK-QTDE-ARQ    PIC 9(01).
           05 CYCLOCK-ARQ OCCURS 6 TIMES INDEXED BY CYCLOCK-IDX.
               10 CYCLOCK-ARQ-NOME PIC X(08).
               10 CYCLOCK-ARQ-MODO PIC X(01).
      *            "X" = EXCLUSIVO, "C" = COMPARTILHADO (LCKPRM.cpy)
           05 FILLER              PIC X(05).
