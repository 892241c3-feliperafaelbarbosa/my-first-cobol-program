      ******************************************************************
      * COPYBOOK: FILIAL.cpy
      * OBJETIVO: LAYOUT DO CADASTRO DE FILIAIS (FILIAL), USADO PELO
      *           PROG001A PARA PROCESSAR A NOITE UMA VEZ POR FILIAL -
      *           CADA UMA COM O SEU IDIOMA DE SAUDACAO E A SUA REGIAO
      *           DE CALENDARIO NO CALHOLD. MANTIDO PELO PROG016
      *           ATRAVES DO ARQUIVO DE TRANSACOES FILMNT.
      * CHAVE: CODIGO DA FILIAL.
      * FILIAL-SITUACAO:
      *   "A" = ATIVA - PROCESSADA PELO PROG001A A PARTIR DE
      *         FILIAL-INICIO
      *   "I" = INATIVA - NAO PROCESSADA
      * SEM O ARQUIVO, O PROG001A PROCESSA UMA UNICA FILIAL IMPLICITA
      * (CODIGO EM ESPACOS, REGIAO EM ESPACOS, IDIOMA DO RUNPARM), COMO
      * ANTES DO CADASTRO EXISTIR.
      ******************************************************************
       01 FILIAL-RECORD.
           05 FILIAL-CODIGO       PIC X(04).
      *        CODIGO DA FILIAL (CHAVE), CARIMBADO EM AUDTRL E NOTIFY
           05 FILIAL-NOME         PIC X(25).
           05 FILIAL-IDIOMA       PIC X(02).
      *        "PT" OU "EN" - IDIOMA DA SAUDACAO (GREETTB) E DO NOME
      *        DO MES (MESTAB); ESPACOS = IDIOMA DO RUNPARM
           05 FILIAL-REGIAO       PIC X(04).
      *        REGIAO DE CALENDARIO: O PROG001A CONSULTA NO CALHOLD A
      *        DATA NESTA REGIAO E, SEM ENTRADA REGIONAL, A ENTRADA
      *        VALIDA PARA TODAS AS REGIOES (REGIAO EM ESPACOS)
           05 FILIAL-SITUACAO     PIC X(01).
           05 FILIAL-INICIO       PIC X(08).
      *        AAAAMMDD DA PRIMEIRA NOITE PROCESSADA, OU ESPACOS
