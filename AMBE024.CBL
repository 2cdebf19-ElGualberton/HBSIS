                      *  AMBE001 aplica na digitacao e importacao,    *
                      *  mesma formula de distancia do AMBE003/016).  *
                      *  Municipio sem referencia nao e criticado.    *
                      *  Com fmt-geoloc = CSV gera tambem o arquivo   *
                      *  separado por delimitador (lb-csv-geoloc),    *
                      *  uma linha por suspeito, sem totais.          *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-geoloc.

           SELECT csv-geoloc ASSIGN TO lb-csv-geoloc
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-csv-geoloc.

       DATA DIVISION.
       FILE SECTION.
       FD  arq-cliente
       FD  relat-geoloc.
       01  linha-relat-geoloc                    pic x(132).

       FD  csv-geoloc.
       01  linha-csv-geoloc                      pic x(300).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 ws-resultado-acesso   pic  x(002) value "00".
              88 parametros-erro        value "E".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 fs-csv-geoloc         pic  x(002) value spaces.
           05 lb-csv-geoloc         pic  x(050) value spaces.
           05 ws-csv                pic  x(001) value space.
              88 csv-ativo              value "S".
           05 ws-fim-clientes       pic  x(001) value space.
              88 fim-clientes           value "S".
           05 ws-km-max-municipio   pic  9(006)v9(002) value 300.
           05 ws-ed-long-cli        pic  -ZZ9,99999999.
           05 ws-ed-municipio       pic  x(025).
       COPY LKAMBE503.
       COPY LKAMBE506.

       PROCEDURE DIVISION.
       000-INICIO.
              set parametros-erro to true
              display "AMBE024 - parametro lb-relat-geoloc "
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
           move "geoloc" to lk-ambe506-relatorio
           call 'AMBE506' using lk-ambe506
           if lk-ambe506-gera-csv
              move lk-ambe506-caminho to lb-csv-geoloc
              set csv-ativo to true
           end-if.
       008-99-fim. exit.

       010-abre-arquivos.
           move space to ws-status-abertura
           open input arq-cliente
              go to 010-99-fim
           end-if
           open output relat-geoloc
           if csv-ativo
              perform 080-abre-csv thru 080-99-fim
           end-if
           set abriu-ok to true
           perform 020-imprime-cabecalho thru 020-99-fim
           move spaces to ws-fim-clientes
           write linha-relat-geoloc.
       020-99-fim. exit.

       080-abre-csv.
           open output csv-geoloc
           if fs-csv-geoloc > "09"
              display "AMBE024 - erro ao abrir " lb-csv-geoloc
                      ": " fs-csv-geoloc
              move space to ws-csv
              go to 080-99-fim
           end-if
           perform 090-nova-linha-csv thru 090-99-fim
           move "CODIGO"          to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "RAZAO SOCIAL"    to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "LATITUDE"        to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "LONGITUDE"       to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "DISTANCIA KM"    to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "MUNICIPIO"       to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "UF"              to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           perform 098-grava-csv thru 098-99-fim.
       080-99-fim. exit.

       085-detalhe-csv.
           perform 090-nova-linha-csv thru 090-99-fim
           move ws-ed-codigo      to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move cliente-razao     to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-ed-lat-cli     to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-ed-long-cli    to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-ed-dist        to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move municipio-nome    to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move municipio-uf      to lk-ambe506-valor
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
           move lk-ambe506-linha to linha-csv-geoloc
           write linha-csv-geoloc.
       098-99-fim. exit.

       100-avalia-cliente.
           read arq-cliente next record ignore lock
           if ws-resultado-acesso > "09"
                  ws-ed-dist                "  "
                  ws-ed-municipio
                  delimited by size into linha-relat-geoloc
           write linha-relat-geoloc
           if csv-ativo
              perform 085-detalhe-csv thru 085-99-fim
           end-if.
       200-99-fim. exit.

       500-fecha-arquivos.
           close arq-cliente
           close arq-municipio
           close relat-geoloc
           if csv-ativo
              close csv-geoloc
           end-if
           display "AMBE024 - clientes avaliados.....: " ws-qtd-lidos
           display "AMBE024 - suspeitos..............: "
                   ws-qtd-suspeitos
