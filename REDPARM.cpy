      ******************************************************************
      * COPYBOOK: REDPARM.cpy
      * OBJETIVO: LAYOUT DO CARTAO DE PARAMETRO DO PROG023 (REENTREGA
      *           DA INTERFACE NOTIFY). A IDADE PADRAO E A DATA DE
      *           REFERENCIA VEM DO MESMO CARTAO ACKPARM DO PROG007,
      *           PARA QUE OS DOIS STEPS VEJAM OS MESMOS LOTES
      *           VENCIDOS. EM BRANCO OU AUSENTE: 003 TENTATIVAS.
      ******************************************************************
       01 REDPARM-RECORD.
           05 REDPARM-MAX-TENTATIVAS PIC X(03).
      *        REENTREGAS DE UM LOTE ANTES DA ESCALACAO (001-999), OU
      *        ESPACOS
