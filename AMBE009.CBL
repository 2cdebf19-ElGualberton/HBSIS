                      *                                               *
                      *  Catalogo impresso de contatos por cliente    *
                      *  (somente clientes e contatos ativos)         *
                      *  Com fmt-contatos = CSV gera tambem o arquivo *
                      *  separado por delimitador (lb-csv-contatos),  *
                      *  uma linha por contato, sem totais (AMBE506). *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-contatos.

           SELECT csv-contatos ASSIGN TO lb-csv-contatos
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-csv-contatos.

       DATA DIVISION.
       FILE SECTION.
       FD  arq-cliente
       FD  relat-contatos.
       01  linha-relat-contatos                  pic x(132).

       FD  csv-contatos.
       01  linha-csv-contatos                    pic x(300).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 ws-resultado-acesso   pic  x(002) value "00".
              88 fim-contatos           value "S".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 fs-csv-contatos       pic  x(002) value spaces.
           05 lb-csv-contatos       pic  x(050) value spaces.
           05 ws-csv                pic  x(001) value space.
              88 csv-ativo              value "S".
       01  AREAS-EDICAO.
           05 ws-ed-codigo          pic  ZZZZZZ9.
           05 ws-ed-seq             pic  ZZ9.
       COPY LKAMBE503.
       COPY LKAMBE506.

       PROCEDURE DIVISION.
       000-INICIO.
              set parametros-erro to true
              display "AMBE009 - parametro lb-relat-contatos "
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
           move "contatos" to lk-ambe506-relatorio
           call 'AMBE506' using lk-ambe506
           if lk-ambe506-gera-csv
              move lk-ambe506-caminho to lb-csv-contatos
              set csv-ativo to true
           end-if.
       008-99-fim. exit.

       010-abre-arquivos.
           move space to ws-status-abertura
           perform 005-le-parametros thru 005-99-fim
                 close arq-cliente
              else
                 open output relat-contatos
                 if csv-ativo
                    perform 080-abre-csv thru 080-99-fim
                 end-if
                 set abriu-ok to true
                 move zeros  to ws-qtd-clientes ws-qtd-contatos
                 perform 040-imprime-cabecalho thru 040-99-fim
           perform 060-imprime-rodape thru 060-99-fim
           close arq-cliente
           close arq-contato
           close relat-contatos
           if csv-ativo
              close csv-contatos
           end-if.
       030-99-fim. exit.

       040-imprime-cabecalho.
                              delimited by size
                              into linha-relat-contatos
                       write linha-relat-contatos
                       if csv-ativo
                          perform 085-detalhe-csv thru 085-99-fim
                       end-if
                    end-if
                 end-if
              end-if
           write linha-relat-contatos.
       060-99-fim. exit.

       080-abre-csv.
           open output csv-contatos
           if fs-csv-contatos > "09"
              display "AMBE009 - erro ao abrir " lb-csv-contatos
                      ": " fs-csv-contatos
              move space to ws-csv
              go to 080-99-fim
           end-if
           perform 090-nova-linha-csv thru 090-99-fim
           move "CODIGO"          to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "RAZAO SOCIAL"    to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "SEQ"             to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "NOME"            to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "FUNCAO"          to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "TELEFONE"        to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "E-MAIL"          to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           perform 098-grava-csv thru 098-99-fim.
       080-99-fim. exit.

       085-detalhe-csv.
           perform 090-nova-linha-csv thru 090-99-fim
           move ws-ed-codigo      to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move cliente-razao     to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-ed-seq         to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move contato-nome      to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move contato-funcao    to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move contato-telefone  to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move contato-email     to lk-ambe506-valor
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
           move lk-ambe506-linha to linha-csv-contatos
           write linha-csv-contatos.
       098-99-fim. exit.

       END PROGRAM AMBE009.
