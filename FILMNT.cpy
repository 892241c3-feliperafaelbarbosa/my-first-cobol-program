      ******************************************************************
      * COPYBOOK: FILMNT.cpy
      * OBJETIVO: LAYOUT DO ARQUIVO DE TRANSACOES DE MANUTENCAO DO
      *           CADASTRO DE FILIAIS (FILIAL), LIDO PELO PROGRAMA
      *           PROG016.
      * FILMNT-ACAO:
      *   A = INCLUIR OU ALTERAR A FILIAL INFORMADA
      *   D = EXCLUIR A FILIAL INFORMADA
      * OS DEMAIS CAMPOS SEGUEM O LAYOUT DO FILIAL.cpy.
      ******************************************************************
       01 FILMNT-RECORD.
           05 FILMNT-ACAO         PIC X(01).
           05 FILMNT-CODIGO       PIC X(04).
           05 FILMNT-NOME         PIC X(25).
           05 FILMNT-IDIOMA       PIC X(02).
           05 FILMNT-REGIAO       PIC X(04).
           05 FILMNT-SITUACAO     PIC X(01).
           05 FILMNT-INICIO       PIC X(08).
