                      *                                               *
                      *  Listagem da carteira de clientes por         *
                      *  vendedor para conferencia                    *
                      *  Com fmt-carteira = CSV gera tambem o arquivo *
                      *  separado por delimitador (lb-csv-carteira),  *
                      *  uma linha por cliente, sem totais (AMBE506). *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-carteira.

           SELECT csv-carteira ASSIGN TO lb-csv-carteira
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-csv-carteira.

       DATA DIVISION.
       FILE SECTION.
       FD  arq-vendedor
       FD  relat-carteira.
       01  linha-relat-carteira                  pic x(132).

       FD  csv-carteira.
       01  linha-csv-carteira                    pic x(300).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 fs-arq-vendedor       pic  x(002) value spaces.
              88 fim-carteira           value "S".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 fs-csv-carteira       pic  x(002) value spaces.
           05 lb-csv-carteira       pic  x(050) value spaces.
           05 ws-csv                pic  x(001) value space.
              88 csv-ativo              value "S".
       01  AREAS-EDICAO.
           05 ws-ed-vendedor        pic  ZZZZ9.
           05 ws-ed-codigo          pic  ZZZZZZ9.
           05 ws-ed-cliente-razao   pic  x(040).
           05 ws-ed-cliente-status  pic  x(010).
       COPY LKAMBE503.
       COPY LKAMBE506.

       LINKAGE SECTION.
       COPY LKAMBE019.
              set parametros-erro to true
              display "AMBE019 - parametro lb-relat-carteira "
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
           move "carteira" to lk-ambe506-relatorio
           call 'AMBE506' using lk-ambe506
           if lk-ambe506-gera-csv
              move lk-ambe506-caminho to lb-csv-carteira
              set csv-ativo to true
           end-if.
       008-99-fim. exit.

       010-abre-arquivos.
           move space to ws-status-abertura
           perform 005-le-parametros thru 005-99-fim
              go to 010-99-fim
           end-if
           open output relat-carteira
           if csv-ativo
              perform 080-abre-csv thru 080-99-fim
           end-if
           set abriu-ok to true
           perform 040-imprime-cabecalho thru 040-99-fim
           move spaces to ws-fim-vendedores
           close arq-vendedor
           close arq-carteira
           close arq-cliente
           close relat-carteira
           if csv-ativo
              close csv-carteira
           end-if.
       030-99-fim. exit.

       040-imprime-cabecalho.
                     ws-ed-cliente-status
                     delimited by size into linha-relat-carteira
              write linha-relat-carteira
              if csv-ativo
                 perform 085-detalhe-csv thru 085-99-fim
              end-if
           end-if.
       057-99-fim. exit.

           write linha-relat-carteira.
       060-99-fim. exit.

       080-abre-csv.
           open output csv-carteira
           if fs-csv-carteira > "09"
              display "AMBE019 - erro ao abrir " lb-csv-carteira
                      ": " fs-csv-carteira
              move space to ws-csv
              go to 080-99-fim
           end-if
           perform 090-nova-linha-csv thru 090-99-fim
           move "VENDEDOR"        to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "NOME DO VENDEDOR" to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "STATUS VENDEDOR" to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "CLIENTE"         to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "RAZAO SOCIAL"    to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "STATUS CLIENTE"  to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           perform 098-grava-csv thru 098-99-fim.
       080-99-fim. exit.

       085-detalhe-csv.
           perform 090-nova-linha-csv thru 090-99-fim
           move ws-ed-vendedor    to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move vendedor-nome     to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           if vendedor-ativo
              move "ATIVO"   to lk-ambe506-valor
           else
              move "INATIVO" to lk-ambe506-valor
           end-if
           perform 095-campo-csv thru 095-99-fim
           move ws-ed-codigo      to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-ed-cliente-razao to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-ed-cliente-status to lk-ambe506-valor
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
           move lk-ambe506-linha to linha-csv-carteira
           write linha-csv-carteira.
       098-99-fim. exit.

       END PROGRAM AMBE019.
