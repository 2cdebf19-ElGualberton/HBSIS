                      *  anos para arq-cliente-historico, com         *
                      *  relatorio do que foi movido, e restauracao   *
                      *  individual por codigo ou CNPJ quando uma     *
                      *  conta adormecida volta a operar. Os contatos *
                      *  do cliente expurgado sao anonimizados (LGPD) *
                      *  pelo AMBE505.                                *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
              88 fim-clientes           value "S".
           05 ws-qtd-expurgados     pic  9(006) value zeros.
           05 ws-qtd-lidos          pic  9(006) value zeros.
           05 ws-qtd-contatos-anonim
                                    pic  9(006) value zeros.
           05 ws-data-hoje          pic  9(008) value zeros.
       01  AREAS-DATA-CORTE.
           05 ws-data-corte.
       COPY LKAMBE502.
       COPY LKAMBE503.
       COPY LKAMBE504.
       COPY LKAMBE505.

       PROCEDURE DIVISION.
       000-INICIO.
           move spaces to linha-relat-expurgo
           string "REGISTROS EXPURGADOS: " ws-qtd-expurgados
                  delimited by size into linha-relat-expurgo
           write linha-relat-expurgo
           move spaces to linha-relat-expurgo
           string "CONTATOS ANONIMIZ...: " ws-qtd-contatos-anonim
                  delimited by size into linha-relat-expurgo
           write linha-relat-expurgo.
       130-99-fim. exit.

              delete arq-cliente record
              if ws-resultado-acesso < "10"
                 add 1 to ws-qtd-expurgados
                 perform 145-anonimiza-contatos thru 145-99-fim
                 perform 150-imprime-expurgado thru 150-99-fim
              else
                 display "AMBE013 - erro ao excluir cliente "
           end-if.
       140-99-fim. exit.

      *  Cliente que sai do cadastro vivo nao justifica manter dado
      *  pessoal dos seus contatos: o esqueleto fica em arq-contato,
      *  sem nome, funcao, telefone e e-mail. Na restauracao os
      *  contatos voltam anonimizados.
       145-anonimiza-contatos.
           initialize lk-ambe505
           set link-ambe505-do-cliente to true
           move cliente-codigo to lk-ambe505-codigo
           move "AMBE013"      to lk-ambe505-operador
           call 'AMBE505' using lk-ambe505
           if link-ambe505-ok
              add lk-ambe505-qtd-anonimizados
                to ws-qtd-contatos-anonim
           else
              display "AMBE013 - falha ao anonimizar contatos do "
                      "cliente " cliente-codigo " FileStatus "
                      lk-ambe505-file-status
           end-if.
       145-99-fim. exit.

       150-imprime-expurgado.
           move cliente-codigo to ws-ed-codigo
           move spaces to linha-relat-expurgo
              display "AMBE013 - registros lidos......: " ws-qtd-lidos
              display "AMBE013 - registros expurgados.: "
                      ws-qtd-expurgados
              display "AMBE013 - contatos anonimizados: "
                      ws-qtd-contatos-anonim
           end-if.
       500-99-fim. exit.

