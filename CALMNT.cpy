      * CALMNT-TIPO (VER CALHOLD.cpy):
      *   "E" OU ESPACOS = DIA ESPECIAL COM PROCESSAMENTO
      *   "N"            = DIA SEM PROCESSAMENTO
      * CALMNT-REGIAO: REGIAO DE CALENDARIO DA DATA, OU ESPACOS PARA
      * TODAS AS REGIOES (A CHAVE DO CALHOLD E DATA + REGIAO).
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 22/08/2026 FRB    TIPO DO DIA NA TRANSACAO, ACOMPANHANDO O
      *                   NOVO LAYOUT DO CALHOLD.
      * 15/10/2026 FRB    REGIAO DE CALENDARIO NO FINAL DA TRANSACAO
      *                   (TRANSACOES ANTIGAS, SEM O CAMPO, VALEM PARA
      *                   TODAS AS REGIOES).
      * 15/10/2026 FRB    USUARIO QUE SUBMETE A TRANSACAO NO FINAL DO
      *                   REGISTRO (DUPLO CONTROLE): O ARQUIVO PASSA A
      *                   SER LIDO PELO PROG019, QUE A DEIXA PENDENTE
      *                   DE APROVACAO NO PENDMNT.
      ******************************************************************
       01 CALMNT-RECORD.
           05 CALMNT-ACAO         PIC X(01).
      *        AAAAMMDD DA DATA ESPECIAL
           05 CALMNT-DESCRICAO    PIC X(25).
           05 CALMNT-TIPO         PIC X(01).
           05 CALMNT-REGIAO       PIC X(04).
           05 CALMNT-USUARIO      PIC X(08).
      *        USUARIO QUE SUBMETE A TRANSACAO (OBRIGATORIO)
