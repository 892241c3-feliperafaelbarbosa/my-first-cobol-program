      ******************************************************************
      * COPYBOOK: SLAPARM.cpy
      * OBJETIVO: LAYOUT DO CARTAO DE PARAMETRO DO PROG026 (RELATORIO
      *           DA JANELA DE BATCH).
      ******************************************************************
       01 SLAPARM-RECORD.
           05 SLAPARM-NOITE       PIC X(08).
      *        AAAAMMDD DA NOITE DO RELATORIO, OU ESPACOS PARA A NOITE
      *        ANTERIOR AO DIA DA EXECUCAO
           05 SLAPARM-DIAS        PIC X(02).
      *        NOITES DA TENDENCIA (01-31), OU ESPACOS PARA 30
