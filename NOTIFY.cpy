      *                   DEIXAM DE SE DISTINGUIR SO PELA HORA E O
      *                   CONSUMIDOR PASSA A SABER QUANDO O ARQUIVO
      *                   FOI CORTADO NO MEIO DA GRAVACAO.
      * 15/10/2026 FRB    CODIGO DE FILIAL NO DETALHE (NOTIFY-FILIAL):
      *                   UM DETALHE POR FILIAL SAUDADA NO LOTE.
      *                   REGISTRO PASSA DE 73 PARA 77 POSICOES.
      ******************************************************************
       01 NOTIFY-RECORD.
           05 NOTIFY-TIPO-REG     PIC X(01).
      *        ESPACOS NO CABECALHO E NO TRAILER
           05 NOTIFY-NOME2        PIC X(25).
      *        ESPACOS NO CABECALHO E NO TRAILER
           05 NOTIFY-FILIAL       PIC X(04).
      *        FILIAL DO DETALHE (VER FILIAL.cpy); ESPACOS NO
      *        CABECALHO E NO TRAILER E NA FILIAL IMPLICITA
       01 NOTIFY-TRAILER-REG.
           05 NOTIFY-TRL-TIPO     PIC X(01).
      *        SEMPRE "T"
           05 NOTIFY-TRL-SEQ-LOTE PIC 9(08).
           05 NOTIFY-TRL-QTDE     PIC 9(06).
      *        QUANTIDADE DE REGISTROS DE DETALHE ("D") DO LOTE
           05 FILLER              PIC X(62).
