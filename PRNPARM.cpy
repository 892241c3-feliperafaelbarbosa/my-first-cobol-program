      ******************************************************************
      * COPYBOOK: PRNPARM.cpy
      * OBJETIVO: LAYOUT DO CARTAO DE PARAMETRO DO PROG017 (RELATORIO
      *           DE PRONTIDAO DOS DADOS DE REFERENCIA), INDICANDO A
      *           PARTIR DE QUE DATA E POR QUANTOS DIAS DE CALENDARIO
      *           A NOITE DO PROG001A DEVE SER ANTECIPADA.
      * CAMPOS EM BRANCO (OU CARTAO AUSENTE):
      *   PRNPARM-DATA-INICIO = DATA DO SISTEMA
      *   PRNPARM-DIAS        = 014 (DUAS SEMANAS)
      *   PRNPARM-HORA        = HORA DO CARTAO RUNPARM DE PRODUCAO; SEM
      *                         ELA, TODAS AS JANELAS DE HORARIO DO
      *                         REGSEL SAO CONSIDERADAS POSSIVEIS
      ******************************************************************
       01 PRNPARM-RECORD.
           05 PRNPARM-DATA-INICIO PIC X(08).
      *        AAAAMMDD DA PRIMEIRA NOITE AVALIADA, OU ESPACOS
           05 PRNPARM-DIAS        PIC X(03).
      *        QUANTIDADE DE DIAS DE CALENDARIO (001 A 366), OU ESPACOS
           05 PRNPARM-HORA        PIC X(04).
      *        HHMM DA EXECUCAO NOTURNA PARA A SELECAO DE REGRA, OU
      *        ESPACOS
