      ******************************************************************
      * COPYBOOK: LCKLOG.cpy
      * OBJETIVO: LAYOUT DO LOG DE RESERVAS DO CICLO (LCKLOG),
      *           ACRESCIDO PELO SERVICO LCKSRV E PELO PROG025.
      * LCKLOG-EVENTO:
      *   "RESERVA"  = RESERVA CONCEDIDA
      *   "RETOMADA" = RESERVA DEIXADA PELO PROPRIO JOB EM UM ABEND
      *                ANTERIOR, ASSUMIDA PELA NOVA EXECUCAO
      *   "LIBERA"   = RESERVA LIBERADA NO FIM DO PROGRAMA
      *   "CONFLITO" = RESERVA NEGADA - OUTRO JOB (LCKLOG-OUTRO-JOB)
      *                RESERVOU O ARQUIVO LCKLOG-ARQUIVO
      *   "FORCADA"  = RESERVA REMOVIDA PELO OPERADOR (PROG025), COM
      *                USUARIO E MOTIVO
      *   "RECUSADA" = PEDIDO DE LIBERACAO FORCADA RECUSADO (PROG025)
      ******************************************************************
       01 LCKLOG-RECORD.
           05 LCKLOG-DATA         PIC X(08).
           05 LCKLOG-HORA         PIC X(06).
           05 LCKLOG-EVENTO       PIC X(08).
           05 LCKLOG-JOB          PIC X(08).
           05 LCKLOG-PROGRAMA     PIC X(08).
           05 LCKLOG-INICIO       PIC X(14).
      *        AAAAMMDDHHMMSS DA RESERVA A QUE O EVENTO SE REFERE
           05 LCKLOG-OUTRO-JOB    PIC X(08).
           05 LCKLOG-OUTRO-PROGRAMA PIC X(08).
           05 LCKLOG-ARQUIVO      PIC X(08).
           05 LCKLOG-USUARIO      PIC X(08).
      *        OPERADOR DA LIBERACAO FORCADA, OU ESPACOS
           05 LCKLOG-MOTIVO       PIC X(40).
