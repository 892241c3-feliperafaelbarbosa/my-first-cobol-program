      ******************************************************************
      * COPYBOOK: PEREXC.cpy
      * OBJETIVO: LAYOUT DO ARQUIVO DE EXCECOES DE PERIODO FECHADO
      *           (PEREXC). CADA ACAO RECUSADA POR ESTAR DATADA EM UM
      *           MES FECHADO NO PERCTL - DIA DO PROG001A/PROG011,
      *           TRANSACAO DO PROG003/PROG004 - GERA UM REGISTRO,
      *           GRAVADO PELO SERVICO PERSRV E LISTADO PELO PROG022.
      ******************************************************************
       01 PEREXC-RECORD.
           05 PEREXC-DATA         PIC X(08).
           05 PEREXC-HORA         PIC X(06).
      *        DATA/HORA DA RECUSA
           05 PEREXC-PROGRAMA     PIC X(08).
      *        PROGRAMA QUE RECUSOU A ACAO
           05 PEREXC-ARQUIVO      PIC X(08).
      *        ARQUIVO QUE SERIA ALTERADO (AUDTRL, CALHOLD, GREETTB)
           05 PEREXC-ACAO         PIC X(01).
      *        ACAO RECUSADA (A/D NAS MANUTENCOES, G = GERACAO DO DIA)
           05 PEREXC-DATA-ACAO    PIC X(08).
      *        AAAAMMDD A QUE A ACAO SE REFERE
           05 PEREXC-ANOMES       PIC X(06).
      *        PERIODO FECHADO
           05 PEREXC-CHAVE        PIC X(20).
      *        CHAVE DO REGISTRO AFETADO, OU ESPACOS
           05 PEREXC-MOTIVO       PIC X(35).
