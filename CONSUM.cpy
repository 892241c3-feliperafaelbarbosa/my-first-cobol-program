      ******************************************************************
      * COPYBOOK: CONSUM.cpy
      * OBJETIVO: LAYOUT DO CADASTRO DE CONSUMIDORES DA INTERFACE
      *           NOTIFY (CONSUM). CADA REGISTRO E UM SISTEMA A
      *           JUSANTE QUE DEVE RETIRAR TODOS OS LOTES E GRAVAR O
      *           SEU RECIBO NO NTFACK COM O MESMO CODIGO DE
      *           CONSUMIDOR. O PROG007 SO CONSIDERA UM LOTE CONSUMIDO
      *           QUANDO TODOS OS CONSUMIDORES ATIVOS NA DATA DO LOTE
      *           O CONFIRMARAM, E O PROG023 MONTA A REENTREGA DOS
      *           LOTES QUE CADA UM DEIXOU DE RETIRAR.
      * ARQUIVO SEQUENCIAL, UM REGISTRO POR CONSUMIDOR, MANTIDO POR
      * EDICAO DO DATASET COMO OS CARTOES DE PARAMETRO (ATE 50
      * CONSUMIDORES). SEM O ARQUIVO, OU VAZIO, O PROG007 VOLTA A
      * ACEITAR QUALQUER RECIBO COMO CONFIRMACAO DO LOTE E O PROG023
      * NAO TEM O QUE REENTREGAR.
      ******************************************************************
       01 CONSUM-RECORD.
           05 CONSUM-CONSUMIDOR   PIC X(08).
      *        CODIGO GRAVADO PELO CONSUMIDOR EM NTFACK-CONSUMIDOR
           05 CONSUM-NOME         PIC X(25).
           05 CONSUM-PRAZO-DIAS   PIC X(03).
      *        PRAZO DE RETIRADA EM DIAS APOS A DATA DO LOTE (001-999);
      *        ESPACOS = IDADE DO CARTAO ACKPARM
           05 CONSUM-ATIVO-DE     PIC X(08).
      *        AAAAMMDD DO PRIMEIRO LOTE QUE O CONSUMIDOR DEVE RETIRAR,
      *        OU ESPACOS (DESDE SEMPRE)
           05 CONSUM-ATIVO-ATE    PIC X(08).
      *        AAAAMMDD DO ULTIMO LOTE QUE O CONSUMIDOR DEVE RETIRAR,
      *        OU ESPACOS (SEM DATA DE DESLIGAMENTO)
