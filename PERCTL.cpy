      ******************************************************************
      * COPYBOOK: PERCTL.cpy
      * OBJETIVO: LAYOUT DO CONTROLE DE PERIODOS CONTABEIS (PERCTL -
      *           CLUSTER KSDS, CHAVE PERCTL-ANOMES), MANTIDO PELO
      *           PROG021. MES FECHADO NAO ACEITA MAIS REGISTRO NOVO
      *           NO AUDTRL/NOTIFY (PROG001A, PROG011) NEM MANUTENCAO
      *           DATADA NO CALHOLD/GREETTB (PROG003, PROG004) - A
      *           CONSULTA E FEITA PELO SERVICO PERSRV. MES SEM
      *           REGISTRO E CONSIDERADO ABERTO.
      * PERCTL-SITUACAO:
      *   "A" = ABERTO
      *   "F" = FECHADO (NUMEROS APROVADOS PELO FINANCEIRO)
      *   "R" = REABERTO (ACEITA ALTERACOES ATE SER FECHADO DE NOVO)
      ******************************************************************
       01 PERCTL-RECORD.
           05 PERCTL-ANOMES       PIC X(06).
      *        AAAAMM DO PERIODO
           05 PERCTL-SITUACAO     PIC X(01).
           05 PERCTL-DATA-FECHA   PIC X(08).
           05 PERCTL-HORA-FECHA   PIC X(06).
           05 PERCTL-USUARIO-FECHA PIC X(08).
      *        ULTIMO FECHAMENTO (ESPACOS SE NUNCA FECHADO)
           05 PERCTL-DATA-REABRE  PIC X(08).
           05 PERCTL-HORA-REABRE  PIC X(06).
           05 PERCTL-USUARIO-REABRE PIC X(08).
      *        ULTIMA REABERTURA (ESPACOS SE NUNCA REABERTO)
           05 PERCTL-QTDE-REABRE  PIC 9(03).
      *        QUANTIDADE DE REABERTURAS DO PERIODO
           05 PERCTL-MOTIVO       PIC X(35).
      *        MOTIVO DA ULTIMA ALTERACAO DE SITUACAO
