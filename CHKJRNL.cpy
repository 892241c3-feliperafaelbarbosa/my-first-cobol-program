      *           APLICADO E O JORNAL E DESCARTADO. UM ABEND NO MEIO
      *           DA EXECUCAO DEIXA DE EXIGIR CIRURGIA MANUAL NOS
      *           ARQUIVOS ANTES DO BALANCEAMENTO DO PROG008.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    IMAGEM AMPLIADA DE 88 PARA 92 POSICOES PARA
      *                   ACOMODAR O CODIGO DE FILIAL DO AUDTRL.
      ******************************************************************
       01 CHKJRNL-RECORD.
           05 CHKJRNL-ARQUIVO     PIC X(08).
      *        ARQUIVO DESTINO (SEQCTL, AUDTRL, NOTIFY, DATEXC OU
      *        CTLTOT), OU "*FIM*" NO REGISTRO SENTINELA
           05 CHKJRNL-IMAGEM      PIC X(92).
      *        IMAGEM DO REGISTRO PRETENDIDO, ALINHADA A ESQUERDA E
      *        COMPLETADA COM ESPACOS ATE 92 POSICOES
