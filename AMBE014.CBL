       COPY LKAMBE004.
       COPY LKAMBE005.
       COPY LKAMBE012.
       COPY LKAMBE034.
       COPY LKAMBE503.

       PROCEDURE DIVISION.
                   perform 340-executa-ambe005 thru 340-99-fim
               when "AMBE012"
                   perform 350-executa-ambe012 thru 350-99-fim
               when "AMBE034"
                   perform 360-executa-ambe034 thru 360-99-fim
               when other
                   move "**" to ws-fs-passo
           end-evaluate.
           end-if.
       350-99-fim. exit.

      *  Movimento em lote do cadastro sem operador. Linhas
      *  rejeitadas nao interrompem a cadeia (ficam no relatorio de
      *  rejeitos); no journal de execucao vai a contagem dos
      *  aplicados.
       360-executa-ambe034.
           initialize lk-ambe034
           set lk-ambe034-cadeia to true
           call 'AMBE034' using lk-ambe034
           move lk-ambe034-file-status   to ws-fs-passo
           move lk-ambe034-qtd-aplicados to ws-qtd-passo
           if lk-ambe034-ok
              set passo-ok to true
           end-if.
       360-99-fim. exit.

       500-fecha-arquivos.
           close ctrl-noturno
           close status-noturno
