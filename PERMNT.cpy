      ******************************************************************
      * COPYBOOK: PERMNT.cpy
      * OBJETIVO: LAYOUT DAS TRANSACOES DE CONTROLE DE PERIODOS
      *           CONTABEIS (PERMNT), APLICADAS PELO PROG021 NO PERCTL.
      * PERMNT-ACAO:
      *   A = ABRIR (CADASTRAR O PERIODO COMO ABERTO)
      *   F = FECHAR (SO MES JA ENCERRADO NO CALENDARIO)
      *   R = REABRIR (SO MES FECHADO; MOTIVO OBRIGATORIO)
      ******************************************************************
       01 PERMNT-RECORD.
           05 PERMNT-ANOMES       PIC X(06).
      *        AAAAMM DO PERIODO
           05 PERMNT-ACAO         PIC X(01).
           05 PERMNT-USUARIO      PIC X(08).
      *        USUARIO RESPONSAVEL (OBRIGATORIO)
           05 PERMNT-MOTIVO       PIC X(35).
