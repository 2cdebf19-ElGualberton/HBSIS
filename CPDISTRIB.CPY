      *****************************************************************
      *  Layout do registro de arq-distribuicao - trilha das         *
      *  atribuicoes automaticas de cliente a carteira feitas pelo   *
      *  AMBE030 (um registro por cliente + data/hora da aplicacao,  *
      *  com vendedor anterior, vendedor atribuido, motivo,          *
      *  distancia ao territorio e supervisor que confirmou)         *
      *****************************************************************
       01  distrib-REG.
           05 distrib-chave.
              10 distrib-cliente         PIC  9(007).
              10 distrib-data            PIC  9(008).
              10 distrib-hora            PIC  9(006).
           05 distrib-vendedor           PIC  9(005).
           05 distrib-vendedor-anterior  PIC  9(005).
           05 distrib-motivo             PIC  X(001).
              88 distrib-sem-carteira         value "S".
              88 distrib-vendedor-inativo     value "I".
           05 distrib-dist-km            PIC  9(006)v9(002).
           05 distrib-operador           PIC  X(008).
