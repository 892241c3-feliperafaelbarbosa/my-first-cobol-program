      * COPYBOOK: CALHOLD.cpy
      * OBJETIVO: LAYOUT DO ARQUIVO DE CALENDARIO/EXCECOES (FERIADOS E
      *           DATAS ESPECIAIS) USADO POR PROG001A.
      * CHAVE: DATA COMPLETA AAAAMMDD (NAO APENAS O DIA) + REGIAO DE
      * CALENDARIO. REGIAO EM ESPACOS = ENTRADA VALIDA PARA TODAS AS
      * REGIOES; UMA ENTRADA REGIONAL NA MESMA DATA PREVALECE SOBRE ELA
      * PARA AS FILIAIS DAQUELA REGIAO (VER FILIAL.cpy).
      * CALHOLD-TIPO:
      *   "E" OU ESPACOS = DIA ESPECIAL COM PROCESSAMENTO (CAMPANHA) -
      *                    O PROG001A PROCESSA E APLICA A REGRA 03
      *                   CHAVE CALHOLD-DATA, PARA LEITURA DIRETA POR
      *                   DATA SEM CARGA EM TABELA - ACABA O LIMITE
      *                   DE 200 DATAS EM MEMORIA.
      * 15/10/2026 FRB    REGIAO DE CALENDARIO APOS A DATA, FORMANDO A
      *                   CHAVE CALHOLD-CHAVE (DATA + REGIAO) - CADA
      *                   FILIAL SEGUE OS FERIADOS DA SUA REGIAO.
      ******************************************************************
       01 CALHOLD-RECORD.
           05 CALHOLD-CHAVE.
               10 CALHOLD-DATA    PIC X(08).
               10 CALHOLD-REGIAO  PIC X(04).
           05 CALHOLD-DESCRICAO   PIC X(25).
           05 CALHOLD-TIPO        PIC X(01).
