      *                   ACOMPANHANDO O NOVO LAYOUT DO GREETTB.
      * 22/08/2026 FRB    IDIOMA NA CHAVE DA TRANSACAO; EM ESPACOS,
      *                   VALE O IDIOMA PADRAO "PT".
      * 15/10/2026 FRB    USUARIO QUE SUBMETE A TRANSACAO NO FINAL DO
      *                   REGISTRO (DUPLO CONTROLE): O ARQUIVO PASSA A
      *                   SER LIDO PELO PROG019, QUE A DEIXA PENDENTE
      *                   DE APROVACAO NO PENDMNT.
      ******************************************************************
       01 GREETMNT-RECORD.
           05 GREETMNT-ACAO       PIC X(01).
      *        AAAAMMDD INICIAL DA VIGENCIA, OU ESPACOS
           05 GREETMNT-VALID-ATE  PIC X(08).
      *        AAAAMMDD FINAL DA VIGENCIA, OU ESPACOS
           05 GREETMNT-USUARIO    PIC X(08).
      *        USUARIO QUE SUBMETE A TRANSACAO (OBRIGATORIO)
