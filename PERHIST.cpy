      ******************************************************************
      * COPYBOOK: PERHIST.cpy
      * OBJETIVO: LAYOUT DO HISTORICO DE ABERTURAS, FECHAMENTOS E
      *           REABERTURAS DE PERIODOS CONTABEIS (PERHIST), GRAVADO
      *           PELO PROG021 A CADA TRANSACAO DO PERMNT - APLICADA OU
      *           RECUSADA - E LISTADO PELO PROG022.
      * PERHIST-RESULTADO:
      *   "A" = TRANSACAO APLICADA
      *   "R" = TRANSACAO RECUSADA (VER PERHIST-MOTIVO)
      ******************************************************************
       01 PERHIST-RECORD.
           05 PERHIST-DATA        PIC X(08).
           05 PERHIST-HORA        PIC X(06).
      *        DATA/HORA DA EXECUCAO DO PROG021
           05 PERHIST-ANOMES      PIC X(06).
           05 PERHIST-ACAO        PIC X(01).
      *        A = ABRIR, F = FECHAR, R = REABRIR
           05 PERHIST-RESULTADO   PIC X(01).
           05 PERHIST-SITUACAO-ANTES PIC X(01).
           05 PERHIST-SITUACAO-DEPOIS PIC X(01).
      *        SITUACAO DO PERIODO ANTES/DEPOIS (ESPACOS = SEM REGISTRO)
           05 PERHIST-USUARIO     PIC X(08).
           05 PERHIST-MOTIVO      PIC X(35).
      *        MOTIVO INFORMADO NA TRANSACAO OU MOTIVO DA RECUSA
