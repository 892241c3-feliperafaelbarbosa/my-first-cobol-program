      ******************************************************************
      * COPYBOOK: PNDPARM.cpy
      * OBJETIVO: LAYOUT DO CARTAO DE PARAMETRO DO DUPLO CONTROLE DAS
      *           MANUTENCOES (PROG019 E PROG020): PRAZO, EM DIAS DE
      *           CALENDARIO, PARA UMA TRANSACAO PENDENTE RECEBER A
      *           DECISAO DO APROVADOR ANTES DE EXPIRAR.
      ******************************************************************
       01 PNDPARM-RECORD.
           05 PNDPARM-DIAS-EXPIRA PIC X(03).
      *        DIAS (001 A 366) APOS A SUBMISSAO; EM BRANCO = 007
