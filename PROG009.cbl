      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 03/09/2026 FRB    VERSAO INICIAL.
      * 15/10/2026 FRB    REGISTRO DA TRILHA (AUDTRL/AUDARCH) PASSA DE
      *                   88 PARA 92 POSICOES COM O CODIGO DE FILIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG009.
       FILE SECTION.
       FD  AUDARCH-FILE
           RECORDING MODE IS F.
       01 AUDARCH-REGISTRO        PIC X(92).

       FD  AUDTRL-FILE
           RECORDING MODE IS F.
       01 AUDTRL-REGISTRO         PIC X(92).

       FD  TRDPARM-FILE
           RECORDING MODE IS F.

      *-----------------------------------------------------------------
      * REGISTRO DA TRILHA EM MEMORIA - OS ARQUIVOS AUDARCH E AUDTRL
      * CARREGAM A MESMA IMAGEM DE 92 POSICOES GRAVADA PELO PROG001A
      *-----------------------------------------------------------------
       COPY "AUDREC.cpy".

