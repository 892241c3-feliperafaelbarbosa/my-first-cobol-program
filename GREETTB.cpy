      * OBJETIVO: LAYOUT DO ARQUIVO DE SAUDACOES (GREETTB) MANTIDO PELA
      *           OPERACAO ATRAVES DO PROGRAMA DE MANUTENCAO PROG003.
      *           SUBSTITUI OS LITERAIS FIXOS QUE EXISTIAM EM 0003-NOME.
      * CODIGOS DE REGRA (GREETTB-COD-REGRA), ATRIBUIDOS PELA TABELA
      * DE SELECAO REGSEL (VER REGSEL.cpy). CARGA INICIAL:
      *   01 = HORA 01, MINUTO MAIOR QUE 50
      *   02 = HORA 01, MINUTO MENOR OU IGUAL A 50
      *   03 = DATA ESTA NO CALENDARIO DE EXCECOES (CALHOLD)
      *   04 = DEMAIS CASOS (PADRAO)
      * NOVOS CODIGOS PODEM SER CRIADOS NO REGSEL (PROG015), DESDE
      * QUE GANHEM TEXTO AQUI (PROG003).
      * VIGENCIA (GREETTB-VALID-DE / GREETTB-VALID-ATE):
      *   AAAAMMDD INICIAL E FINAL DA VIGENCIA DO TEXTO. ESPACOS NOS
      *   DOIS CAMPOS = REGISTRO PADRAO SEM VIGENCIA, USADO QUANDO
      *                   PARA A CHAVE FICAR CONTIGUA. O REGISTRO
      *                   PADRAO (VIGENCIA EM ESPACOS) ORDENA ANTES
      *                   DOS DATADOS DA MESMA REGRA/IDIOMA.
      * 15/10/2026 FRB    CODIGOS DE REGRA PASSAM A SER ATRIBUIDOS
      *                   PELA TABELA DE SELECAO REGSEL.
      ******************************************************************
       01 GREETTB-RECORD.
           05 GREETTB-CHAVE.
