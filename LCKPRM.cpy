      ******************************************************************
      * COPYBOOK: LCKPRM.cpy
      * OBJETIVO: AREA DE PARAMETROS DO SERVICO DE RESERVA DO CICLO
      *           (LCKSRV), O SUBPROGRAMA CHAMADO QUE IMPEDE DOIS JOBS
      *           DE MEXER AO MESMO TEMPO NOS ARQUIVOS DO CICLO
      *           (AUDTRL, SEQCTL, NOTIFY, CTLSTAT E CALHOLD). CADA
      *           PROGRAMA RESERVA NO INICIO OS ARQUIVOS QUE USA, NO
      *           ARQUIVO DE RESERVAS CYCLOCK, E LIBERA NO FIM.
      * LCKPRM-FUNCAO:
      *   "R" = RESERVAR OS ARQUIVOS INFORMADOS PARA O JOB DO STEP
      *   "L" = LIBERAR A RESERVA DO JOB
      *   UMA RESERVA FEITA POR UM PROGRAMA CHAMADO QUANDO O
      *   CHAMADOR JA RESERVOU (PROG001A CHAMADO PELO PROG011) APENAS
      *   CONTA O ANINHAMENTO - A RESERVA E A DO CHAMADOR.
      * LCKPRM-ARQ-MODO:
      *   "X" = EXCLUSIVO - O PROGRAMA GRAVA O ARQUIVO
      *   "C" = COMPARTILHADO - O PROGRAMA SO LE O ARQUIVO; SO CONFLITA
      *         COM UMA RESERVA EXCLUSIVA DE OUTRO JOB
      * LCKPRM-RETORNO:
      *   "0" = RESERVA CONCEDIDA (OU LIBERADA)
      *   "4" = CONFLITO - OUTRO JOB RESERVOU UM DOS ARQUIVOS (VER
      *         LCKPRM-CONFLITO); O PROGRAMA NAO DEVE PROCESSAR E
      *         TERMINA COM RC 12
      *   "8" = FUNCAO DESCONHECIDA OU ERRO NO ARQUIVO CYCLOCK
      ******************************************************************
       01 LCKPRM-AREA.
           05 LCKPRM-FUNCAO       PIC X(01).
           05 LCKPRM-PROGRAMA     PIC X(08).
           05 LCKPRM-QTDE-ARQ     PIC 9(01).
      *        ARQUIVOS INFORMADOS EM LCKPRM-ARQ (1 A 6)
           05 LCKPRM-ARQ OCCURS 6 TIMES INDEXED BY LCKPRM-IDX.
               10 LCKPRM-ARQ-NOME PIC X(08).
               10 LCKPRM-ARQ-MODO PIC X(01).
           05 LCKPRM-RETORNO      PIC X(01).
           05 LCKPRM-JOB          PIC X(08).
      *        JOB DO STEP (CARTAO LCKJOB), DEVOLVIDO PELO SERVICO
           05 LCKPRM-CONFLITO.
               10 LCKPRM-CNF-JOB  PIC X(08).
               10 LCKPRM-CNF-PROGRAMA PIC X(08).
               10 LCKPRM-CNF-INICIO PIC X(14).
      *            AAAAMMDDHHMMSS DA RESERVA QUE CONFLITOU
               10 LCKPRM-CNF-ARQUIVO PIC X(08).
               10 LCKPRM-CNF-ABANDONADA PIC X(01).
      *            "S" = RESERVA MAIS ANTIGA QUE O LIMITE DO LCKPARM -
      *            PROVAVEL ABEND DO JOB QUE A FEZ; CONFIRA E LIBERE
      *            PELO PRG25JOB
           05 LCKPRM-MOTIVO       PIC X(50).
      *        MOTIVO DO CONFLITO OU DO ERRO, OU ESPACOS
