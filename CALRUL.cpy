      *   "F" = DATA FIXA: TODO ANO NO MES/DIA INFORMADOS
      *   "W" = ENESIMO DIA DA SEMANA DO MES (CALRUL-SEMANA +
      *         CALRUL-DIA-SEM); CALRUL-DIA FICA EM BRANCO
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    REGIAO DE CALENDARIO NO FINAL DA REGRA,
      *                   REPASSADA A TRANSACAO CALMNT GERADA (ESPACOS
      *                   = TODAS AS REGIOES).
      ******************************************************************
       01 CALRUL-RECORD.
           05 CALRUL-TIPO-REGRA   PIC X(01).
      *        TIPO DO DIA GERADO (VER CALHOLD.cpy): "E" OU ESPACOS =
      *        DIA ESPECIAL COM PROCESSAMENTO; "N" = FECHAMENTO TOTAL
           05 CALRUL-DESCRICAO    PIC X(25).
           05 CALRUL-REGIAO       PIC X(04).
      *        REGIAO DE CALENDARIO DA DATA GERADA, OU ESPACOS PARA
      *        TODAS AS REGIOES
