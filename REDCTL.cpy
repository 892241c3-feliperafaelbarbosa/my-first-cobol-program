      ******************************************************************
      * COPYBOOK: REDCTL.cpy
      * OBJETIVO: LAYOUT DO CONTROLE DE REENTREGAS DA INTERFACE NOTIFY
      *           (REDCTL - CLUSTER KSDS, CHAVE CONSUMIDOR + NUMERO DO
      *           LOTE), MANTIDO PELO PROG023. UM REGISTRO POR LOTE
      *           QUE UM CONSUMIDOR DEIXOU DE RETIRAR NO PRAZO, COM A
      *           CONTAGEM DE TENTATIVAS DE REENTREGA.
      * REDCTL-SITUACAO:
      *   "P" = PENDENTE - LOTE EM REENTREGA
      *   "E" = ESCALADO - ESGOTOU AS TENTATIVAS (REDPARM) SEM RECIBO;
      *         NAO E MAIS REENTREGUE E SAI NA LISTA DE ESCALACAO
      *   "C" = CONFIRMADO - O RECIBO CHEGOU DEPOIS DA REENTREGA
      ******************************************************************
       01 REDCTL-RECORD.
           05 REDCTL-CHAVE.
               10 REDCTL-CONSUMIDOR PIC X(08).
               10 REDCTL-SEQ-LOTE PIC 9(08).
           05 REDCTL-DATA-LOTE    PIC X(08).
      *        NOTIFY-DATA (AAAAMMDD) DO CABECALHO DO LOTE
           05 REDCTL-SITUACAO     PIC X(01).
           05 REDCTL-QTDE-TENTATIVAS PIC 9(03).
           05 REDCTL-DATA-PRIMEIRA PIC X(08).
      *        DATA DE REFERENCIA DA PRIMEIRA REENTREGA
           05 REDCTL-DATA-ULTIMA  PIC X(08).
      *        DATA DE REFERENCIA DA ULTIMA REENTREGA - UMA REEXECUCAO
      *        NA MESMA DATA NAO CONTA NOVA TENTATIVA
           05 REDCTL-DATA-ESCALA  PIC X(08).
      *        DATA DE REFERENCIA DA ESCALACAO, OU ESPACOS
           05 REDCTL-DATA-CONFIRMA PIC X(08).
      *        DATA DE REFERENCIA EM QUE O RECIBO FOI ENCONTRADO
