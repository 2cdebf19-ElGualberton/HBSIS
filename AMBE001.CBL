               end-if
           end-perform
           perform 097-imprime-rodape     thru 097-99-fim
      *  Ultima gravacao do controle antes do CLOSE, que zera o file
      *  status: com o fim de arquivo o ponto de retomada e zerado e
      *  a proxima importacao comeca do inicio.
           perform 095-grava-ctrl-import  thru 095-99-fim
           close txt-import
           close relat-rejeitos.
       090-99-FIM. EXIT.

       091-processa-linha-import.
              if ws-operacao-jornal = "E"
                 set contato-inativo to true
              else
                 if contato-dt-anonimizacao = zeros
                    set contato-ativo to true
                 end-if
              end-if
              rewrite contato-REG
           end-if.
