      ******************************************************************
       01 GERPARM-RECORD.
           05 GERPARM-ANO         PIC X(04).
           05 GERPARM-USUARIO     PIC X(08).
      *        USUARIO QUE PEDE A GERACAO, GRAVADO COMO SUBMISSOR NAS
      *        TRANSACOES DO GENMNT; EM BRANCO = "PROG013"
