      ******************************************************************
      * COPYBOOK: HRFEED.cpy
      * OBJETIVO: LAYOUT DO ARQUIVO ANUAL DE FERIADOS NACIONAIS E
      *           ESTADUAIS ENVIADO PELO SISTEMA CORPORATIVO DE RH
      *           (HRFEED), CONCILIADO COM O CALHOLD PELO PROG024. O
      *           LAYOUT E DO RH E NAO SEGUE O DO CALHOLD: A DATA VEM
      *           COMO DDMMAAAA E O FERIADO ESTADUAL TRAZ A UF.
      * HRFEED-ABRANGENCIA:
      *   "N" = NACIONAL - COMPARADO COM A ENTRADA DE TODAS AS REGIOES
      *         DO CALHOLD (REGIAO EM ESPACOS)
      *   "E" = ESTADUAL - COMPARADO COM A ENTRADA DA REGIAO DE
      *         CALENDARIO DE MESMO CODIGO DA UF (VER FILIAL.cpy), SO
      *         QUANDO ALGUMA FILIAL ATIVA USA ESSA REGIAO
      *   OUTRAS (MUNICIPAL ETC.) NAO SAO CONCILIADAS
      * HRFEED-TIPO:
      *   "F" = FERIADO - EXPEDIENTE FECHADO (CALHOLD-TIPO "N")
      *   "P" = PONTO FACULTATIVO - DIA ESPECIAL COM EXPEDIENTE
      *         (CALHOLD-TIPO "E")
      ******************************************************************
       01 HRFEED-RECORD.
           05 HRFEED-DATA.
               10 HRFEED-DIA      PIC X(02).
               10 HRFEED-MES      PIC X(02).
               10 HRFEED-ANO      PIC X(04).
           05 HRFEED-ABRANGENCIA  PIC X(01).
           05 HRFEED-UF           PIC X(02).
      *        ESPACOS NO FERIADO NACIONAL
           05 HRFEED-TIPO         PIC X(01).
           05 HRFEED-NOME         PIC X(40).
           05 FILLER              PIC X(08).
