      ******************************************************************
      * COPYBOOK: PERPRM.cpy
      * OBJETIVO: AREA DE PARAMETROS DO SERVICO DE PERIODOS (PERSRV),
      *           O SUBPROGRAMA CHAMADO QUE DIZ SE O MES DE UMA DATA
      *           ESTA FECHADO NO CONTROLE DE PERIODOS (PERCTL) E
      *           REGISTRA A RECUSA NO ARQUIVO DE EXCECOES (PEREXC).
      * PERPRM-FUNCAO:
      *   "C" = CONSULTAR O MES DE PERPRM-DATA
      *   "V" = VERIFICAR O MES DE PERPRM-DATA E, SE FECHADO, GRAVAR
      *         A RECUSA NO PEREXC COM PROGRAMA, ARQUIVO, ACAO E CHAVE
      *         INFORMADOS (EXIGE O DD PEREXC NO STEP)
      *   "P" = DEVOLVER EM PERPRM-DATA O PRIMEIRO MES (AAAAMM01)
      *         CADASTRADO NO PERCTL (ESPACOS SE NAO HOUVER NENHUM)
      * PERPRM-RETORNO:
      *   "0" = MES ABERTO (OU SEM REGISTRO, OU SEM PERCTL NO STEP);
      *         NA FUNCAO "P", CONSULTA FEITA
      *   "4" = MES FECHADO - A ACAO DEVE SER RECUSADA
      *   "8" = FUNCAO DESCONHECIDA OU DATA SEM AAAAMM NUMERICO
      *         OU ERRO NO PERCTL (FS NO MOTIVO) - A ACAO NAO DEVE
      *         SER FEITA
      ******************************************************************
       01 PERPRM-AREA.
           05 PERPRM-FUNCAO       PIC X(01).
           05 PERPRM-DATA         PIC X(08).
      *        AAAAMMDD A QUE A ACAO SE REFERE
           05 PERPRM-PROGRAMA     PIC X(08).
           05 PERPRM-ARQUIVO      PIC X(08).
           05 PERPRM-ACAO         PIC X(01).
           05 PERPRM-CHAVE        PIC X(20).
      *        IDENTIFICACAO DA ACAO PARA O PEREXC (FUNCAO "V")
           05 PERPRM-RETORNO      PIC X(01).
           05 PERPRM-SITUACAO     PIC X(01).
      *        SITUACAO NO PERCTL (ESPACOS = MES SEM REGISTRO)
           05 PERPRM-DATA-FECHA   PIC X(08).
           05 PERPRM-USUARIO-FECHA PIC X(08).
      *        ULTIMO FECHAMENTO DO MES, QUANDO HOUVER
           05 PERPRM-MOTIVO       PIC X(35).
      *        MOTIVO DA RECUSA ("MES AAAAMM FECHADO ..."), OU ESPACOS
