      ******************************************************************
      * COPYBOOK: REDLVR.cpy
      * OBJETIVO: LAYOUT DO ARQUIVO DE REENTREGA DA INTERFACE NOTIFY
      *           (REDLVR), REGRAVADO PELO PROG023 A CADA EXECUCAO.
      *           PARA CADA CONSUMIDOR, TRAZ APENAS OS LOTES QUE ELE
      *           DEIXOU DE RETIRAR NO PRAZO, CADA UM COMPLETO
      *           (CABECALHO, DETALHES E TRAILER) E COPIADO SEM
      *           ALTERACAO DO NOTIFY. O CONSUMIDOR SELECIONA OS SEUS
      *           REGISTROS PELO CODIGO NA FRENTE E OS PROCESSA COMO O
      *           NOTIFY, GRAVANDO O RECIBO NO NTFACK DA MESMA FORMA.
      ******************************************************************
       01 REDLVR-RECORD.
           05 REDLVR-CONSUMIDOR   PIC X(08).
      *        CONSUM-CONSUMIDOR DESTINATARIO DA REENTREGA
           05 REDLVR-NOTIFY       PIC X(77).
      *        REGISTRO DO NOTIFY (VER NOTIFY.cpy)
