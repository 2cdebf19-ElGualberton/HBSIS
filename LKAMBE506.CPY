      *****************************************************************
      *  Area de linkage do AMBE506 - saida separada por delimitador *
      *  (CSV) dos relatorios. Funcao P le em arq-parametros o       *
      *  formato (fmt-<relatorio>) e o caminho (lb-csv-<relatorio>); *
      *  funcao N limpa a linha; funcao C acrescenta um campo a      *
      *  linha, sem brancos nas pontas e entre aspas quando tiver o  *
      *  separador ou aspas. A linha montada fica em LINHA.          *
      *****************************************************************
       01  LK-AMBE506.
           05 LK-AMBE506-FUNCAO      PIC  X(001).
              88 LINK-AMBE506-PREPARA      VALUE "P".
              88 LINK-AMBE506-NOVA-LINHA   VALUE "N".
              88 LINK-AMBE506-CAMPO        VALUE "C".
           05 LK-AMBE506-RELATORIO   PIC  X(013).
           05 LK-AMBE506-GERA        PIC  X(001).
              88 LK-AMBE506-GERA-CSV       VALUE "S".
           05 LK-AMBE506-SEPARADOR   PIC  X(001).
           05 LK-AMBE506-CAMINHO     PIC  X(050).
           05 LK-AMBE506-VALOR       PIC  X(080).
           05 LK-AMBE506-QTD-CAMPOS  PIC  9(003).
           05 LK-AMBE506-TAM-LINHA   PIC  9(003).
           05 LK-AMBE506-LINHA       PIC  X(300).
           05 LK-AMBE506-RESULTADO   PIC  X(001).
              88 LINK-AMBE506-OK           VALUE "S".
              88 LINK-AMBE506-NOT-OK       VALUE "N".
