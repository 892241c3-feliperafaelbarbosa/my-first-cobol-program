      *           PERIODO - E A RESPOSTA PARA "QUEM ALTEROU ESTE TEXTO
      *           E QUAL ERA O VALOR ANTERIOR" QUE A AUDITORIA COBRA A
      *           CADA REVISAO DOS DADOS DE REFERENCIA.
      *           GREETTB E CALHOLD TEM DUPLO CONTROLE: O REGISTRO TRAZ
      *           O USUARIO QUE SUBMETEU E O QUE APROVOU A TRANSACAO.
      * REFJRNL-RESULTADO:
      *   "A" = TRANSACAO APLICADA
      *   "R" = TRANSACAO RECUSADA (VER REFJRNL-MOTIVO)
           05 REFJRNL-RESULTADO   PIC X(01).
           05 REFJRNL-CHAVE       PIC X(20).
      *        CHAVE DO REGISTRO: REGRA + IDIOMA + VIGENCIA NO
      *        GREETTB; AAAAMMDD + REGIAO (COMPLETADO COM ESPACOS)
      *        NO CALHOLD; CODIGO DA FILIAL NO FILIAL (PROG016)
           05 REFJRNL-MOTIVO      PIC X(35).
      *        MOTIVO DA RECUSA, OU ESPACOS QUANDO APLICADA
           05 REFJRNL-ANTES       PIC X(45).
           05 REFJRNL-DEPOIS      PIC X(45).
      *        IMAGEM DO REGISTRO APOS A TRANSACAO (ESPACOS NA
      *        EXCLUSAO E NA RECUSA)
           05 REFJRNL-USUARIO-SUBM PIC X(08).
      *        USUARIO QUE SUBMETEU A TRANSACAO (PENDMNT) - ESPACOS NOS
      *        ARQUIVOS SEM DUPLO CONTROLE E NOS REGISTROS ANTERIORES
           05 REFJRNL-USUARIO-APROV PIC X(08).
      *        USUARIO QUE APROVOU A TRANSACAO (PENDMNT)
