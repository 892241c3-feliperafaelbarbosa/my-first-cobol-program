      ******************************************************************
      * COPYBOOK: TIMPRM.cpy
      * OBJETIVO: AREA DE PARAMETROS DO SERVICO DE TEMPOS DO CICLO
      *           (TIMSRV), O SUBPROGRAMA CHAMADO QUE ACRESCENTA AO
      *           ARQUIVO RUNTIM UM REGISTRO DE INICIO E UM DE FIM DE
      *           CADA EXECUCAO DOS PROGRAMAS DO CICLO NOTURNO, PARA O
      *           RELATORIO DA JANELA DE BATCH (PROG026).
      * TIMPRM-FUNCAO:
      *   "I" = INICIO - GRAVA O REGISTRO DE INICIO E DEVOLVE EM
      *         TIMPRM-INICIO O HORARIO, QUE O PROGRAMA MANTEM ATE O
      *         FIM
      *   "F" = FIM - GRAVA O REGISTRO DE FIM COM O INICIO, O
      *         RETURN-CODE E AS CONTAGENS INFORMADOS
      *   UM PROGRAMA CHAMADO POR OUTRO QUE TAMBEM MARCA TEMPO
      *   (PROG001A CHAMADO PELO PROG011) TEM OS REGISTROS MARCADOS
      *   COM O CHAMADOR - O TEMPO DELE JA ESTA NO DO CHAMADOR.
      * TIMPRM-RETORNO:
      *   "0" = REGISTRO GRAVADO
      *   "8" = FUNCAO DESCONHECIDA OU ERRO NO ARQUIVO RUNTIM - O
      *         PROGRAMA SEGUE NORMALMENTE, SO O TEMPO SE PERDE
      ******************************************************************
       01 TIMPRM-AREA.
           05 TIMPRM-FUNCAO       PIC X(01).
           05 TIMPRM-PROGRAMA     PIC X(08).
           05 TIMPRM-MODO         PIC X(01).
      *        "S" = EXECUCAO EM SIMULACAO (FORA DA JANELA DO CICLO);
      *        ESPACOS = EXECUCAO NORMAL
           05 TIMPRM-RC           PIC 9(04).
      *        RETURN-CODE DO PROGRAMA NO FIM
           05 TIMPRM-QTDE-LIDOS   PIC 9(09).
      *        REGISTROS LIDOS DA ENTRADA PRINCIPAL DO PROGRAMA
           05 TIMPRM-QTDE-GRAVADOS PIC 9(09).
      *        REGISTROS GRAVADOS NOS ARQUIVOS DE DADOS (LISTAGENS NAO
      *        CONTAM)
           05 TIMPRM-INICIO       PIC X(14).
      *        AAAAMMDDHHMMSS DO INICIO, DEVOLVIDO NA FUNCAO "I"
           05 TIMPRM-RETORNO      PIC X(01).
