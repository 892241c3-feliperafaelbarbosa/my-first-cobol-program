      ******************************************************************
      * COPYBOOK: HRPARM.cpy
      * OBJETIVO: LAYOUT DO CARTAO DE PARAMETRO DO PROG024
      *           (CONCILIACAO DO CALHOLD COM O ARQUIVO DE FERIADOS DO
      *           RH). EM BRANCO: O ANO SEGUINTE AO DO RELOGIO - O
      *           ARQUIVO DO RH CHEGA NO FIM DO ANO ANTERIOR, COMO A
      *           GERACAO DO PROG013.
      ******************************************************************
       01 HRPARM-RECORD.
           05 HRPARM-ANO          PIC X(04).
           05 HRPARM-USUARIO      PIC X(08).
      *        USUARIO QUE PEDE A CONCILIACAO, GRAVADO COMO SUBMISSOR
      *        NAS TRANSACOES SUGERIDAS (SUGMNT); EM BRANCO = "PROG024"
