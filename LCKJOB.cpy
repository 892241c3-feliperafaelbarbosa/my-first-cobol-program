      ******************************************************************
      * COPYBOOK: LCKJOB.cpy
      * OBJETIVO: LAYOUT DO CARTAO LCKJOB (DD * NO PROPRIO JCL) COM O
      *           NOME DO JOB QUE FAZ A RESERVA DO CICLO (LCKSRV). SEM
      *           O CARTAO, O NOME DO PROGRAMA FAZ AS VEZES DO JOB.
      ******************************************************************
       01 LCKJOB-RECORD.
           05 LCKJOB-NOME         PIC X(08).
