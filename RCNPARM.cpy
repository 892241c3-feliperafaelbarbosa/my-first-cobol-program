      ******************************************************************
      * COPYBOOK: RCNPARM.cpy
      * OBJETIVO: LAYOUT DO CARTAO DE PARAMETRO DO PROG018
      *           (RECONSTRUCAO DO GREETTB E DO CALHOLD EM UM MOMENTO
      *           PASSADO A PARTIR DO JORNAL REFJRNL). O MOMENTO E
      *           INCLUSIVO: TRANSACOES GRAVADAS NO JORNAL COM DATA E
      *           HORA IGUAIS AO MOMENTO FICAM NA RECONSTRUCAO.
      ******************************************************************
       01 RCNPARM-RECORD.
           05 RCNPARM-DATA        PIC X(08).
      *        AAAAMMDD DO MOMENTO A RECONSTRUIR (OBRIGATORIO)
           05 RCNPARM-HORA        PIC X(06).
      *        HHMMSS DO MOMENTO, OU ESPACOS PARA O FIM DO DIA (235959)
