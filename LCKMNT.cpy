      ******************************************************************
      * COPYBOOK: LCKMNT.cpy
      * OBJETIVO: LAYOUT DO CARTAO DE LIBERACAO FORCADA DE RESERVA DO
      *           CICLO, LIDO PELO PROG025. USUARIO E MOTIVO SAO
      *           OBRIGATORIOS - FICAM NO LOG LCKLOG.
      ******************************************************************
       01 LCKMNT-RECORD.
           05 LCKMNT-JOB          PIC X(08).
      *        JOB DONO DA RESERVA A LIBERAR (CHAVE DO CYCLOCK)
           05 LCKMNT-USUARIO      PIC X(08).
           05 LCKMNT-MOTIVO       PIC X(40).
