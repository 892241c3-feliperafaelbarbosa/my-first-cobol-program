      ******************************************************************
      * COPYBOOK: LCKPARM.cpy
      * OBJETIVO: LAYOUT DO CARTAO DE PARAMETRO DAS RESERVAS DO CICLO
      *           (LCKSRV E PROG025): IDADE, EM HORAS, A PARTIR DA
      *           QUAL UMA RESERVA AINDA NO CYCLOCK E TIDA COMO
      *           ABANDONADA (ABEND DO JOB QUE A FEZ).
      ******************************************************************
       01 LCKPARM-RECORD.
           05 LCKPARM-HORAS       PIC X(02).
      *        HORAS (01 A 99); EM BRANCO = 12
