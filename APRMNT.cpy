      ******************************************************************
      * COPYBOOK: APRMNT.cpy
      * OBJETIVO: LAYOUT DO ARQUIVO DE DECISOES SOBRE AS TRANSACOES
      *           PENDENTES (APRMNT), LIDO PELO PROG019. O APROVADOR
      *           TIRA O NUMERO DA PENDENCIA DO RELATORIO DO PROG020.
      *           O APROVADOR NAO PODE SER O USUARIO QUE SUBMETEU A
      *           TRANSACAO.
      * APRMNT-DECISAO:
      *   A = APROVAR (A TRANSACAO SERA APLICADA PELO PROG003/PROG004)
      *   R = REJEITAR (A TRANSACAO NAO SERA APLICADA)
      ******************************************************************
       01 APRMNT-RECORD.
           05 APRMNT-ID           PIC X(08).
      *        NUMERO DA PENDENCIA (PENDMNT-ID, COM ZEROS A ESQUERDA)
           05 APRMNT-DECISAO      PIC X(01).
           05 APRMNT-USUARIO      PIC X(08).
      *        USUARIO QUE DECIDE
           05 APRMNT-MOTIVO       PIC X(35).
      *        MOTIVO DA REJEICAO (OPCIONAL NA APROVACAO)
