      *****************************************************************
      *  Area de linkage do AMBE034 - movimento em lote do cadastro  *
      *  Modo N preenchido pelo chamador roda sem operador (passo da *
      *  cadeia noturna do AMBE014); modo vazio pede supervisor no   *
      *  teclado. Os contadores voltam para o chamador registrar no  *
      *  journal de execucao.                                        *
      *****************************************************************
       01  LK-AMBE034.
           05 LK-AMBE034-MODO          PIC  X(001).
              88 LK-AMBE034-CADEIA          VALUE "N".
           05 LK-AMBE034-QTD-LIDOS     PIC  9(006).
           05 LK-AMBE034-QTD-APLICADOS PIC  9(006).
           05 LK-AMBE034-QTD-REJEITADOS
                                       PIC  9(006).
           05 LK-AMBE034-FILE-STATUS   PIC  X(002).
           05 LK-AMBE034-RESULTADO     PIC  X(001).
              88 LK-AMBE034-OK              VALUE "S".
              88 LK-AMBE034-NOT-OK          VALUE "N".
