      *****************************************************************
      *  Layout do registro de arq-grupo-cnpj - raizes de CNPJ de    *
      *  cada grupo economico (arquivo filho de arq-grupo). A chave  *
      *  e a raiz do CNPJ (cliente-cnpj-empresa), entao uma empresa  *
      *  pertence a um unico grupo; chave alternada pelo grupo para  *
      *  listar as empresas do grupo.                                *
      *****************************************************************
       01  grupocnpj-REG.
           05 grupocnpj-chave.
              10 grupocnpj-cnpj-empresa  PIC  X(008).
           05 grupocnpj-grupo            PIC  9(005).
