      *         BISSEXTO, DIAS NO MES E DIA DA SEMANA
      *   "U" = PROXIMO DIA UTIL APOS DATEPRM-DATA, PULANDO FINS DE
      *         SEMANA E DATAS DO CALHOLD COM TIPO "N", DEVOLVIDO EM
      *         DATEPRM-DATA-SAIDA (EXIGE O DD CALHOLD NO STEP). O
      *         CALHOLD E CONSULTADO NA REGIAO DATEPRM-REGIAO E, SEM
      *         ENTRADA REGIONAL NA DATA, NA ENTRADA DE TODAS AS
      *         REGIOES
      * DATEPRM-RETORNO:
      *   "0" = FUNCAO EXECUTADA
      *   "4" = DATA INVALIDA (VER DATEPRM-MOTIVO)
      *   "8" = FUNCAO DESCONHECIDA OU ERRO DE ARQUIVO
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    REGIAO DE CALENDARIO (DATEPRM-REGIAO) PARA A
      *                   FUNCAO "U", ACOMPANHANDO A CHAVE DATA +
      *                   REGIAO DO CALHOLD.
      ******************************************************************
       01 DATEPRM-AREA.
           05 DATEPRM-FUNCAO      PIC X(01).
      *        NOME DO DIA DA SEMANA EM PORTUGUES
           05 DATEPRM-DATA-SAIDA  PIC X(08).
      *        PROXIMO DIA UTIL (FUNCAO "U"), OU ESPACOS
           05 DATEPRM-REGIAO      PIC X(04).
      *        REGIAO DE CALENDARIO DA FUNCAO "U" (VER FILIAL.cpy), OU
      *        ESPACOS PARA CONSIDERAR SO AS ENTRADAS DE TODAS AS
      *        REGIOES
