      *****************************************************************
      *  Area de linkage do AMBE041 - consolidado de grupo economico *
      *  (grupo zerado = todos os grupos cadastrados)                *
      *****************************************************************
       01  LK-AMBE041.
           05 LK-AMBE041-GRUPO         PIC  9(005).
           05 LK-AMBE041-QTD-GRUPOS    PIC  9(004).
           05 LK-AMBE041-QTD-EMPRESAS  PIC  9(004).
           05 LK-AMBE041-QTD-FILIAIS   PIC  9(006).
           05 LK-AMBE041-QTD-CONTATOS  PIC  9(006).
           05 LK-AMBE041-FILE-STATUS   PIC  X(002).
           05 LK-AMBE041-RESULTADO     PIC  X(001).
              88 LK-AMBE041-OK              VALUE "S".
              88 LK-AMBE041-NOT-OK          VALUE "N".
