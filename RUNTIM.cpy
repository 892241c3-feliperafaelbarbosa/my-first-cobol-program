      ******************************************************************
      * COPYBOOK: RUNTIM.cpy
      * OBJETIVO: LAYOUT DO ARQUIVO DE TEMPOS DO CICLO NOTURNO
      *           (RUNTIM), ACRESCIDO PELO SERVICO TIMSRV NO INICIO E
      *           NO FIM DE CADA PROGRAMA DO CICLO E LIDO PELO
      *           RELATORIO DA JANELA DE BATCH (PROG026).
      * RUNTIM-TIPO:
      *   "I" = INICIO - RUNTIM-FIM, RUNTIM-RC E AS CONTAGENS EM
      *         BRANCO/ZEROS. UM INICIO SEM O FIM CORRESPONDENTE
      *         (MESMO PROGRAMA E INICIO) E UM ABEND OU UMA EXECUCAO
      *         AINDA EM ANDAMENTO
      *   "F" = FIM - REPETE O INICIO E TRAZ O FIM, O RC E AS
      *         CONTAGENS
      * RUNTIM-NOITE: O CICLO A QUE A EXECUCAO PERTENCE - A DATA DO
      *   INICIO OU, PARA INICIO ANTES DO MEIO-DIA, O DIA ANTERIOR (A
      *   NOITE QUE COMECOU NA VESPERA E TERMINA ATE AS 06:00).
      ******************************************************************
       01 RUNTIM-RECORD.
           05 RUNTIM-TIPO         PIC X(01).
           05 RUNTIM-PROGRAMA     PIC X(08).
           05 RUNTIM-NOITE        PIC X(08).
      *        AAAAMMDD DO CICLO
           05 RUNTIM-INICIO.
               10 RUNTIM-INI-DATA PIC X(08).
               10 RUNTIM-INI-HORA PIC X(06).
           05 RUNTIM-FIM.
               10 RUNTIM-FIM-DATA PIC X(08).
               10 RUNTIM-FIM-HORA PIC X(06).
           05 RUNTIM-RC           PIC 9(04).
           05 RUNTIM-QTDE-LIDOS   PIC 9(09).
           05 RUNTIM-QTDE-GRAVADOS PIC 9(09).
           05 RUNTIM-MODO         PIC X(01).
      *        "S" = SIMULACAO; ESPACOS = EXECUCAO NORMAL
           05 RUNTIM-CHAMADOR     PIC X(08).
      *        PROGRAMA QUE CHAMOU ESTE (TEMPO JA CONTADO NO DELE), OU
      *        ESPACOS PARA UM STEP DO JOB
           05 FILLER              PIC X(04).
