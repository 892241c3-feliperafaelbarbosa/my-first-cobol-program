      * OBJETIVO: LAYOUT DO REGISTRO DA TRILHA DE AUDITORIA (AUDTRL)
      *           GRAVADA A CADA EXECUCAO DO PROG001A, PARA CONCILIACAO
      *           DIARIA.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/10/2026 FRB    CODIGO DE FILIAL (AUDTRL-FILIAL): O PROG001A
      *                   GRAVA UM REGISTRO POR FILIAL ATIVA NO LOTE
      *                   DA NOITE. REGISTRO PASSA DE 88 PARA 92
      *                   POSICOES.
      ******************************************************************
       01 AUDTRL-RECORD.
           05 AUDTRL-DATA         PIC X(08).
      *        CODIGO DA REGRA DE SAUDACAO QUE RESOLVEU AUDTRL-NOME
      *        (VER GREETTB.cpy) - NAO DEPENDE DO TEXTO CADASTRADO,
      *        QUE PODE SER ALTERADO PELO PROG003 A QUALQUER MOMENTO.
           05 AUDTRL-FILIAL       PIC X(04).
      *        FILIAL A QUE SE REFERE O REGISTRO (VER FILIAL.cpy).
      *        ESPACOS = FILIAL IMPLICITA (SEM CADASTRO DE FILIAIS) OU
      *        REGISTRO DA EXECUCAO COMO UM TODO (DATA INVALIDA).
