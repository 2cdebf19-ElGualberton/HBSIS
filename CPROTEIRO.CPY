      *****************************************************************
      *  Layout do registro de arq-roteiro - paradas planejadas de   *
      *  cada roteiro gerado pelo AMBE016 para a carteira de um      *
      *  vendedor (roteiro identificado por vendedor + data + hora   *
      *  de geracao; uma parada por sequencia do roteiro)            *
      *****************************************************************
       01  roteiro-REG.
           05 roteiro-chave.
              10 roteiro-vendedor        PIC  9(005).
              10 roteiro-data            PIC  9(008).
              10 roteiro-hora            PIC  9(006).
              10 roteiro-seq             PIC  9(002).
           05 roteiro-cliente            PIC  9(007).
           05 roteiro-dia                PIC  9(002).
           05 roteiro-km-trecho          PIC  9(006)v9(002).
