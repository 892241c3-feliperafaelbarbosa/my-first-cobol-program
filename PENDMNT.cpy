      ******************************************************************
      * COPYBOOK: PENDMNT.cpy
      * OBJETIVO: LAYOUT DO ARQUIVO DE TRANSACOES PENDENTES DE
      *           APROVACAO (PENDMNT - CLUSTER KSDS, CHAVE
      *           PENDMNT-ID). TODA TRANSACAO DE MANUTENCAO DO
      *           CADASTRO DE SAUDACOES (GREETMNT) E DO CALENDARIO
      *           (CALMNT) ENTRA AQUI PELO PROG019 COMO PENDENTE, COM O
      *           USUARIO QUE A SUBMETEU, E SO E APLICADA PELO PROG003/
      *           PROG004 DEPOIS DE APROVADA POR UM SEGUNDO USUARIO
      *           (ARQUIVO APRMNT) - DUPLO CONTROLE.
      * PENDMNT-SITUACAO:
      *   "P" = PENDENTE DE DECISAO
      *   "A" = APROVADA, AGUARDANDO APLICACAO
      *   "R" = REJEITADA PELO APROVADOR (VER PENDMNT-MOTIVO)
      *   "X" = EXPIRADA SEM DECISAO NO PRAZO (CARTAO PNDPARM)
      *   "F" = APLICADA NO ARQUIVO (EFETIVADA)
      *   "E" = APROVADA, MAS RECUSADA NA APLICACAO (VER PENDMNT-MOTIVO
      *         E O JORNAL REFJRNL)
      ******************************************************************
       01 PENDMNT-RECORD.
           05 PENDMNT-ID          PIC 9(08).
      *        NUMERO DA PENDENCIA, SEQUENCIAL, ATRIBUIDO PELO PROG019
           05 PENDMNT-ARQUIVO     PIC X(08).
      *        ARQUIVO A MANTER (GREETTB OU CALHOLD)
           05 PENDMNT-SITUACAO    PIC X(01).
           05 PENDMNT-USUARIO-SUBM PIC X(08).
      *        USUARIO QUE SUBMETEU A TRANSACAO
           05 PENDMNT-DATA-SUBM   PIC X(08).
           05 PENDMNT-HORA-SUBM   PIC X(06).
           05 PENDMNT-USUARIO-APROV PIC X(08).
      *        USUARIO QUE APROVOU OU REJEITOU (ESPACOS ATE A DECISAO)
           05 PENDMNT-DATA-DECISAO PIC X(08).
           05 PENDMNT-HORA-DECISAO PIC X(06).
      *        DATA/HORA DA APROVACAO, REJEICAO OU EXPIRACAO
           05 PENDMNT-DATA-APLIC  PIC X(08).
           05 PENDMNT-HORA-APLIC  PIC X(06).
      *        DATA/HORA DA APLICACAO PELO PROG003/PROG004
           05 PENDMNT-MOTIVO      PIC X(35).
      *        MOTIVO DA REJEICAO, DA EXPIRACAO OU DA RECUSA NA
      *        APLICACAO
           05 PENDMNT-TRANSACAO   PIC X(46).
      *        IMAGEM DA TRANSACAO SUBMETIDA, SEM O USUARIO: LAYOUT
      *        GREETMNT (46 POSICOES) OU CALMNT (39 POSICOES,
      *        COMPLETADO COM ESPACOS)
