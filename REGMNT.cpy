      ******************************************************************
      * COPYBOOK: REGMNT.cpy
      * OBJETIVO: LAYOUT DO ARQUIVO DE TRANSACOES DE MANUTENCAO DA
      *           SELECAO DE REGRAS DE SAUDACAO (REGSEL), LIDO PELO
      *           PROGRAMA PROG015.
      * REGMNT-ACAO:
      *   A = INCLUIR OU ALTERAR A ENTRADA DA PRIORIDADE INFORMADA
      *   D = EXCLUIR A ENTRADA DA PRIORIDADE INFORMADA
      * OS DEMAIS CAMPOS SEGUEM O LAYOUT DO REGSEL.cpy.
      ******************************************************************
       01 REGMNT-RECORD.
           05 REGMNT-ACAO         PIC X(01).
           05 REGMNT-PRIORIDADE   PIC X(03).
           05 REGMNT-COD-REGRA    PIC X(02).
           05 REGMNT-HORA-DE      PIC X(04).
           05 REGMNT-HORA-ATE     PIC X(04).
           05 REGMNT-DIA-SEMANA   PIC X(01).
           05 REGMNT-TIPO-CAL     PIC X(01).
           05 REGMNT-DATA-DE      PIC X(08).
           05 REGMNT-DATA-ATE     PIC X(08).
           05 REGMNT-DESCRICAO    PIC X(14).
