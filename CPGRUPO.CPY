      *****************************************************************
      *  Layout do registro de arq-grupo - cadastro de grupos        *
      *  economicos (chave = codigo do grupo). A empresa lider e a   *
      *  raiz de CNPJ (cliente-cnpj-empresa) que encabeca o grupo e  *
      *  tambem consta de arq-grupo-cnpj.                            *
      *****************************************************************
       01  grupo-REG.
           05 grupo-chave.
              10 grupo-codigo            PIC  9(005).
           05 grupo-nome                 PIC  X(040).
           05 grupo-cnpj-lider           PIC  X(008).
