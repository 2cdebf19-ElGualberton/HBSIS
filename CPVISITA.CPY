      *****************************************************************
      *  Layout do registro de arq-visita - visitas realizadas pela  *
      *  equipe de campo (um registro por vendedor + cliente da      *
      *  carteira + data da visita; arquivo filho de arq-carteira)   *
      *****************************************************************
       01  visita-REG.
           05 visita-chave.
              10 visita-vendedor         PIC  9(005).
              10 visita-cliente          PIC  9(007).
              10 visita-data             PIC  9(008).
           05 visita-resultado           PIC  X(001).
              88 visita-com-pedido            value "P".
              88 visita-sem-pedido            value "S".
              88 visita-nao-atendido          value "N".
           05 visita-observacao          PIC  X(060).
           05 visita-operador            PIC  X(008).
           05 visita-dt-lancamento       PIC  9(008).
