      *****************************************************************
      *  Layout do registro do backup do cadastro (AMBE032/AMBE033)  *
      *  Ordem no arquivo: H cabecalho, 2 contatos, 3 carteiras,     *
      *  1 clientes (com o ultimo jornal-seq de cada um no momento   *
      *  do backup) e T controle final com as quantidades gravadas.  *
      *****************************************************************
       01  backup-REG.
           05 backup-tipo                PIC  X(001).
              88 backup-cabecalho             value "H".
              88 backup-cliente               value "1".
              88 backup-contato               value "2".
              88 backup-carteira              value "3".
              88 backup-controle              value "T".
           05 backup-dados               PIC  X(210).
           05 redefines backup-dados.
              10 backup-data             PIC  9(008).
              10 backup-hora             PIC  9(006).
              10 backup-programa         PIC  X(008).
              10 filler                  PIC  X(188).
           05 redefines backup-dados.
              10 backup-cliente-REG      PIC  X(200).
              10 backup-ultimo-seq       PIC  9(005).
              10 filler                  PIC  X(005).
           05 redefines backup-dados.
              10 backup-contato-REG      PIC  X(200).
              10 filler                  PIC  X(010).
           05 redefines backup-dados.
              10 backup-carteira-REG     PIC  X(012).
              10 filler                  PIC  X(198).
           05 redefines backup-dados.
              10 backup-qtd-clientes     PIC  9(006).
              10 backup-qtd-contatos     PIC  9(006).
              10 backup-qtd-carteiras    PIC  9(006).
              10 backup-qtd-jornal       PIC  9(006).
              10 backup-maior-seq        PIC  9(005).
              10 filler                  PIC  X(181).
