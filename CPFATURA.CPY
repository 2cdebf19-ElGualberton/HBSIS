      *****************************************************************
      *  Layout do registro de arq-faturamento - faturamento mensal  *
      *  por cliente carregado do extrato do ERP pelo AMBE037        *
      *  (chave = CNPJ + competencia AAAAMM; liga com arq-cliente    *
      *  pela chave alternativa cliente-cnpj). Recarga da mesma      *
      *  competencia substitui o valor.                              *
      *****************************************************************
       01  fatura-REG.
           05 fatura-chave.
              10 fatura-cnpj             PIC  X(014).
              10 fatura-competencia      PIC  9(006).
              10 redefines fatura-competencia.
                 15 fatura-comp-ano      PIC  9(004).
                 15 fatura-comp-mes      PIC  9(002).
           05 fatura-valor               PIC  s9(011)v9(002).
           05 fatura-dt-carga            PIC  9(008).
