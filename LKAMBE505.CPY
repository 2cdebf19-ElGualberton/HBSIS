      *****************************************************************
      *  Area de linkage do AMBE505 - anonimizacao LGPD de contatos  *
      *  Funcao U anonimiza um contato (codigo + sequencia); funcao  *
      *  C anonimiza todos os contatos do cliente. Contato ja        *
      *  anonimizado e ignorado e nao entra na quantidade.           *
      *****************************************************************
       01  LK-AMBE505.
           05 LK-AMBE505-FUNCAO      PIC  X(001).
              88 LINK-AMBE505-UM-CONTATO   VALUE "U".
              88 LINK-AMBE505-DO-CLIENTE   VALUE "C".
           05 LK-AMBE505-CODIGO      PIC  9(007).
           05 LK-AMBE505-SEQ         PIC  9(003).
           05 LK-AMBE505-OPERADOR    PIC  X(008).
           05 LK-AMBE505-QTD-ANONIMIZADOS
                                     PIC  9(003).
           05 LK-AMBE505-FILE-STATUS PIC  X(002).
           05 LK-AMBE505-RESULTADO   PIC  X(001).
              88 LINK-AMBE505-OK           VALUE "S".
              88 LINK-AMBE505-NOT-OK       VALUE "N".
