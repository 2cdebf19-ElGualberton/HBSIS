       SECURITY.      *************************************************
                      *                                               *
                      *  Listagem de clientes por razao social        *
                      *  Com fmt-clientes = CSV gera tambem o arquivo *
                      *  separado por delimitador (lb-csv-clientes),  *
                      *  sem quebra de pagina nem totais (AMBE506).   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-clientes.

           SELECT csv-clientes ASSIGN     TO lb-csv-clientes
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-csv-clientes.

           select arq-municipio assign to disk wid-arq-municipio
                  organization         is indexed
                  access mode          is dynamic
       FD  relat-clientes.
       01  linha-relat-clientes                  pic x(132).

       FD  csv-clientes.
       01  linha-csv-clientes                    pic x(300).

       FD  arq-municipio
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-municipio.
              88 abriu-ok               value "S".
           05 fs-arq-municipio      pic  x(002) value spaces.
           05 wid-arq-municipio     pic  x(050) value "arq-municipio".
           05 fs-csv-clientes       pic  x(002) value spaces.
           05 lb-csv-clientes       pic  x(050) value spaces.
           05 ws-csv                pic  x(001) value space.
              88 csv-ativo              value "S".
       01  AREAS-EDICAO.
           05 ws-ed-codigo          pic  ZZZZZZ9.
           05 ws-ed-cnpj             pic  x(014).
           05 ws-ed-total            pic  ZZZZZ9.
           05 ws-ed-municipio        pic  x(025).
       COPY LKAMBE503.
       COPY LKAMBE506.

       LINKAGE SECTION.
       COPY LKAMBE002.
              set parametros-erro to true
              display "AMBE002 - parametro lb-relat-clientes "
                      "ausente em arq-parametros"
           end-if
           if parametros-ok
              perform 008-prepara-csv thru 008-99-fim
           end-if.
       005-99-fim. exit.

       008-prepara-csv.
           move space to ws-csv
           initialize lk-ambe506
           set link-ambe506-prepara to true
           move "clientes" to lk-ambe506-relatorio
           call 'AMBE506' using lk-ambe506
           if lk-ambe506-gera-csv
              move lk-ambe506-caminho to lb-csv-clientes
              set csv-ativo to true
           end-if.
       008-99-fim. exit.

       010-abre-arquivos.
           move space to ws-status-abertura
           perform 005-le-parametros thru 005-99-fim
           else
              open output relat-clientes
              open input arq-municipio
              if csv-ativo
                 perform 080-abre-csv thru 080-99-fim
              end-if
              set abriu-ok to true
              move zeros  to ws-pagina  ws-total-clientes
              move 99     to ws-linhas-pagina
           perform 060-imprime-rodape thru 060-99-fim
           close arq-cliente
           close arq-municipio
           close relat-clientes
           if csv-ativo
              close csv-clientes
           end-if.
       030-99-fim. exit.

       040-imprime-cabecalho.
                  ws-ed-longitude  " "
                  ws-ed-municipio
                  delimited by size into linha-relat-clientes
           write linha-relat-clientes
           if csv-ativo
              perform 085-detalhe-csv thru 085-99-fim
           end-if.
       050-99-fim. exit.

       070-busca-municipio.
           write linha-relat-clientes.
       060-99-fim. exit.

       080-abre-csv.
           open output csv-clientes
           if fs-csv-clientes > "09"
              display "AMBE002 - erro ao abrir " lb-csv-clientes
                      ": " fs-csv-clientes
              move space to ws-csv
              go to 080-99-fim
           end-if
           perform 090-nova-linha-csv thru 090-99-fim
           move "CODIGO"        to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "RAZAO SOCIAL"  to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "CNPJ"          to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "LATITUDE"      to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "LONGITUDE"     to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "MUNICIPIO"     to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "UF"            to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           perform 098-grava-csv thru 098-99-fim.
       080-99-fim. exit.

      *  Mesmos dados da linha impressa, com municipio e UF em
      *  colunas separadas (070 deixou municipio-REG lido).
       085-detalhe-csv.
           perform 090-nova-linha-csv thru 090-99-fim
           move ws-ed-codigo      to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move cliente-razao     to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-ed-cnpj        to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-ed-latitude    to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-ed-longitude   to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move spaces            to lk-ambe506-valor
           if fs-arq-municipio < "10"
              move municipio-nome to lk-ambe506-valor
           end-if
           perform 095-campo-csv thru 095-99-fim
           move spaces            to lk-ambe506-valor
           if fs-arq-municipio < "10"
              move municipio-uf   to lk-ambe506-valor
           end-if
           perform 095-campo-csv thru 095-99-fim
           perform 098-grava-csv thru 098-99-fim.
       085-99-fim. exit.

       090-nova-linha-csv.
           set link-ambe506-nova-linha to true
           call 'AMBE506' using lk-ambe506.
       090-99-fim. exit.

       095-campo-csv.
           set link-ambe506-campo to true
           call 'AMBE506' using lk-ambe506.
       095-99-fim. exit.

       098-grava-csv.
           move lk-ambe506-linha to linha-csv-clientes
           write linha-csv-clientes.
       098-99-fim. exit.

       END PROGRAM AMBE002.
