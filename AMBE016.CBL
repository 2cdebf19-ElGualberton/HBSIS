                      *  pelo vizinho mais proximo e imprime a folha  *
                      *  de rota com km por trecho e acumulado,       *
                      *  opcionalmente quebrada em dias por um        *
                      *  limite de km. Roteiro gerado da carteira de  *
                      *  um vendedor fica registrado em arq-roteiro   *
                      *  para o confronto planejado x realizado.      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  lock mode            is manual
                  file status          is fs-arq-carteira.

           select arq-roteiro assign to disk wid-arq-roteiro
                  organization         is indexed
                  access mode          is dynamic
                  record key           is roteiro-chave
                  lock mode            is manual
                  file status          is fs-arq-roteiro.

           SELECT relat-roteiro ASSIGN TO lb-relat-roteiro
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           VALUE OF FILE-ID IS wid-arq-carteira.
       COPY CPCARTEIRA.

       FD  arq-roteiro
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-roteiro.
       COPY CPROTEIRO.

       FD  relat-roteiro.
       01  linha-relat-roteiro                   pic x(132).

           05 ws-fim-carteira          pic  x(001) value space.
              88 fim-carteira              value "S".
           05 ws-qtd-alem-carteira     pic  9(004) value zeros.
           05 fs-arq-roteiro           pic  x(002) value spaces.
           05 wid-arq-roteiro          pic  x(050) value
              "arq-roteiro".
           05 ws-grava-roteiro         pic  x(001) value space.
              88 grava-roteiro             value "S".
           05 ws-roteiro-data          pic  9(008) value zeros.
           05 ws-roteiro-hora          pic  9(006) value zeros.
           05 ws-qtd-erro-roteiro      pic  9(002) value zeros.
           05 fs-relat-roteiro         pic  x(002) value spaces.
           05 lb-relat-roteiro         pic  x(050) value spaces.
           05 ws-parametros            pic  x(001) value space.
       PROCEDURE DIVISION USING LK-AMBE016.
       000-INICIO.
           set lk-ambe016-not-ok to true
           move space to ws-grava-roteiro
           perform 010-abre-arquivos       thru 010-99-fim
           if abriu-ok
              perform 020-localiza-partida thru 020-99-fim
                 end-if
                 perform 030-carrega-paradas  thru 030-99-fim
                 if ws-qtd-paradas > zeros
                    if lk-ambe016-vendedor > zeros
                       perform 037-abre-roteiro thru 037-99-fim
                    end-if
                    perform 040-monta-roteiro thru 040-99-fim
                    set lk-ambe016-ok to true
                 else
           end-if.
       035-99-fim. exit.

      *  O roteiro da carteira de um vendedor e gravado parada a
      *  parada em arq-roteiro, identificado pela data e hora da
      *  geracao; a lista digitada sem vendedor nao tem dono para o
      *  confronto com arq-visita e fica so na folha impressa.
       037-abre-roteiro.
           move space to ws-grava-roteiro
           move zeros to ws-qtd-erro-roteiro
           open i-o arq-roteiro
           if fs-arq-roteiro > "09"
              open output arq-roteiro
              close arq-roteiro
              open i-o arq-roteiro
           end-if
           if fs-arq-roteiro > "09"
              move spaces to linha-relat-roteiro
              string "ARQ-ROTEIRO INDISPONIVEL - ROTEIRO NAO "
                     "REGISTRADO. FILE STATUS " fs-arq-roteiro
                     delimited by size into linha-relat-roteiro
              write linha-relat-roteiro
           else
              set grava-roteiro to true
              move function current-date(1:8) to ws-roteiro-data
              move function current-date(9:6) to ws-roteiro-hora
           end-if.
       037-99-fim. exit.

      *  Vizinho mais proximo: a cada volta escolhe a parada ainda
      *  nao visitada com menor distancia do ponto atual.
       040-monta-roteiro.
           add ws-menor-dist to ws-km-total
           add ws-menor-dist to ws-km-dia
           perform 055-imprime-parada thru 055-99-fim
           if grava-roteiro
              perform 057-grava-parada thru 057-99-fim
           end-if
           move WS-PARADA-LATITUDE(ws-i)  to ws-atual-latitude
           move WS-PARADA-LONGITUDE(ws-i) to ws-atual-longitude.
       045-99-fim. exit.
           write linha-relat-roteiro.
       055-99-fim. exit.

       057-grava-parada.
           initialize roteiro-REG
           move lk-ambe016-vendedor     to roteiro-vendedor
           move ws-roteiro-data         to roteiro-data
           move ws-roteiro-hora         to roteiro-hora
           move ws-qtd-roteadas         to roteiro-seq
           move WS-PARADA-CODIGO(ws-i)  to roteiro-cliente
           move ws-dia                  to roteiro-dia
           move ws-menor-dist           to roteiro-km-trecho
           write roteiro-REG
           if fs-arq-roteiro > "09"
              add 1 to ws-qtd-erro-roteiro
           end-if.
       057-99-fim. exit.

       060-imprime-rodape.
           move ws-km-total to ws-ed-acum
           move spaces to linha-relat-roteiro
           move spaces to linha-relat-roteiro
           string "KM TOTAL..........: " ws-ed-acum
                  delimited by size into linha-relat-roteiro
           write linha-relat-roteiro
           if grava-roteiro
              move spaces to linha-relat-roteiro
              string "ROTEIRO REGISTRADO: VENDEDOR "
                     lk-ambe016-vendedor
                     " DATA " ws-roteiro-data
                     " HORA " ws-roteiro-hora
                     delimited by size into linha-relat-roteiro
              write linha-relat-roteiro
              if ws-qtd-erro-roteiro > zeros
                 move spaces to linha-relat-roteiro
                 string "PARADAS NAO REGISTRADAS: "
                        ws-qtd-erro-roteiro
                        delimited by size into linha-relat-roteiro
                 write linha-relat-roteiro
              end-if
           end-if.
       060-99-fim. exit.

       070-fecha-arquivos.
           if grava-roteiro
              close arq-roteiro
           end-if
           close arq-cliente
           close relat-roteiro.
       070-99-fim. exit.
