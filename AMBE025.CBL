                      *  base: ativos e inativos e a distribuicao     *
                      *  por UF e por municipio, cruzando             *
                      *  arq-cliente com arq-municipio.               *
                      *  Com fmt-gerencial = CSV gera tambem o        *
                      *  arquivo separado por delimitador             *
                      *  (lb-csv-gerencial): uma linha por operacao,  *
                      *  operador, mes, UF e municipio, sem os totais *
                      *  gerais (AMBE506).                            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-gerencial.

           SELECT csv-gerencial ASSIGN TO lb-csv-gerencial
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-csv-gerencial.

       DATA DIVISION.
       FILE SECTION.
       FD  arq-jornal
       FD  relat-gerencial.
       01  linha-relat-gerencial                 pic x(132).

       FD  csv-gerencial.
       01  linha-csv-gerencial                   pic x(300).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 ws-resultado-acesso   pic  x(002) value "00".
              88 parametros-erro        value "E".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 fs-csv-gerencial      pic  x(002) value spaces.
           05 lb-csv-gerencial      pic  x(050) value spaces.
           05 ws-csv                pic  x(001) value space.
              88 csv-ativo              value "S".
           05 ws-data-de            pic  9(008) value zeros.
           05 ws-data-ate           pic  9(008) value zeros.
           05 ws-ano-de             pic  9(004) value zeros.
              10 WS-MUN-INATIVOS    pic  9(006).
       01  AREAS-EDICAO.
           05 ws-ed-municipio       pic  x(025).
      *  Linha do arquivo CSV: valores 1 a 8 = I, A, E, R, M, total,
      *  ativos e inativos; o que nao se aplica a secao sai vazio.
       01  AREAS-CSV.
           05 ws-csv-secao          pic  x(010).
           05 ws-csv-chave          pic  x(008).
           05 ws-csv-descricao      pic  x(030).
           05 ws-csv-valores.
              10 ws-csv-valor       pic  ZZZZZ9 OCCURS 8 TIMES.
           05 ws-csv-k              pic  9(002).
       COPY LKAMBE503.
       COPY LKAMBE506.

       PROCEDURE DIVISION.
       000-INICIO.
              set parametros-erro to true
              display "AMBE025 - parametro lb-relat-gerencial "
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
           move "gerencial" to lk-ambe506-relatorio
           call 'AMBE506' using lk-ambe506
           if lk-ambe506-gera-csv
              move lk-ambe506-caminho to lb-csv-gerencial
              set csv-ativo to true
           end-if.
       008-99-fim. exit.

       010-aceita-periodo.
           move zeros to ws-data-de
           perform test after until ws-data-de > 19000101
              go to 020-99-fim
           end-if
           open output relat-gerencial
           if csv-ativo
              perform 080-abre-csv thru 080-99-fim
           end-if
           set abriu-ok to true.
       020-99-fim. exit.

       080-abre-csv.
           open output csv-gerencial
           if fs-csv-gerencial > "09"
              display "AMBE025 - erro ao abrir " lb-csv-gerencial
                      ": " fs-csv-gerencial
              move space to ws-csv
              go to 080-99-fim
           end-if
           perform 090-nova-linha-csv thru 090-99-fim
           move "SECAO"           to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "CHAVE"           to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "DESCRICAO"       to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "I"               to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "A"               to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "E"               to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "R"               to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "M"               to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "TOTAL"           to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "ATIVOS"          to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "INATIVOS"        to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           perform 098-grava-csv thru 098-99-fim.
       080-99-fim. exit.

       085-detalhe-csv.
           perform 090-nova-linha-csv thru 090-99-fim
           move ws-csv-secao      to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-csv-chave      to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-csv-descricao  to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           perform varying ws-csv-k from 1 by 1 until ws-csv-k > 8
              move ws-csv-valor(ws-csv-k) to lk-ambe506-valor
              perform 095-campo-csv thru 095-99-fim
           end-perform
           perform 098-grava-csv thru 098-99-fim.
       085-99-fim. exit.

       086-limpa-csv.
           move spaces to ws-csv-secao ws-csv-chave ws-csv-descricao
                          ws-csv-valores.
       086-99-fim. exit.

       090-nova-linha-csv.
           set link-ambe506-nova-linha to true
           call 'AMBE506' using lk-ambe506.
       090-99-fim. exit.

       095-campo-csv.
           set link-ambe506-campo to true
           call 'AMBE506' using lk-ambe506.
       095-99-fim. exit.

       098-grava-csv.
           move lk-ambe506-linha to linha-csv-gerencial
           write linha-csv-gerencial.
       098-99-fim. exit.

      *  Anos arquivados pelo AMBE021 que o periodo alcanca; ano
      *  sem arquivo arquivado e pulado.
       100-percorre-anos-arquivados.
           move spaces to linha-relat-gerencial
           string "  TOTAL.......: " ws-qtd-lancamentos
                  delimited by size into linha-relat-gerencial
           write linha-relat-gerencial
           if csv-ativo
              perform 415-operacoes-csv thru 415-99-fim
           end-if.
       410-99-fim. exit.

       415-operacoes-csv.
           perform 086-limpa-csv thru 086-99-fim
           move "OPERACAO"        to ws-csv-secao
           move "I"               to ws-csv-chave
           move "INCLUSOES"       to ws-csv-descricao
           move ws-tot-inclusao   to ws-csv-valor(6)
           perform 085-detalhe-csv thru 085-99-fim
           move "A"               to ws-csv-chave
           move "ALTERACOES"      to ws-csv-descricao
           move ws-tot-alteracao  to ws-csv-valor(6)
           perform 085-detalhe-csv thru 085-99-fim
           move "E"               to ws-csv-chave
           move "EXCLUSOES"       to ws-csv-descricao
           move ws-tot-exclusao   to ws-csv-valor(6)
           perform 085-detalhe-csv thru 085-99-fim
           move "R"               to ws-csv-chave
           move "REATIVACOES"     to ws-csv-descricao
           move ws-tot-reativacao to ws-csv-valor(6)
           perform 085-detalhe-csv thru 085-99-fim
           move "M"               to ws-csv-chave
           move "IMPORTACOES"     to ws-csv-descricao
           move ws-tot-importacao to ws-csv-valor(6)
           perform 085-detalhe-csv thru 085-99-fim
           if ws-tot-outras > zeros
              move spaces         to ws-csv-chave
              move "OUTRAS"       to ws-csv-descricao
              move ws-tot-outras  to ws-csv-valor(6)
              perform 085-detalhe-csv thru 085-99-fim
           end-if.
       415-99-fim. exit.

       420-imprime-operadores.
           move spaces to linha-relat-gerencial
           write linha-relat-gerencial
                     "  " WS-OPER-QTD-TOT(ws-i)
                     delimited by size into linha-relat-gerencial
              write linha-relat-gerencial
              if csv-ativo
                 perform 425-operador-csv thru 425-99-fim
              end-if
           end-perform.
       420-99-fim. exit.

       425-operador-csv.
           perform 086-limpa-csv thru 086-99-fim
           move "OPERADOR"             to ws-csv-secao
           move WS-OPER-ID(ws-i)       to ws-csv-chave
           move WS-OPER-QTD-I(ws-i)    to ws-csv-valor(1)
           move WS-OPER-QTD-A(ws-i)    to ws-csv-valor(2)
           move WS-OPER-QTD-E(ws-i)    to ws-csv-valor(3)
           move WS-OPER-QTD-R(ws-i)    to ws-csv-valor(4)
           move WS-OPER-QTD-M(ws-i)    to ws-csv-valor(5)
           move WS-OPER-QTD-TOT(ws-i)  to ws-csv-valor(6)
           perform 085-detalhe-csv thru 085-99-fim.
       425-99-fim. exit.

       430-imprime-meses.
           move spaces to linha-relat-gerencial
           write linha-relat-gerencial
                     "  " WS-MES-QTD-TOT(ws-i)
                     delimited by size into linha-relat-gerencial
              write linha-relat-gerencial
              if csv-ativo
                 perform 435-mes-csv thru 435-99-fim
              end-if
           end-perform.
       430-99-fim. exit.

       435-mes-csv.
           perform 086-limpa-csv thru 086-99-fim
           move "MES"                  to ws-csv-secao
           move WS-MES-ANO-MES(ws-i)   to ws-csv-chave
           move WS-MES-QTD-I(ws-i)     to ws-csv-valor(1)
           move WS-MES-QTD-A(ws-i)     to ws-csv-valor(2)
           move WS-MES-QTD-E(ws-i)     to ws-csv-valor(3)
           move WS-MES-QTD-R(ws-i)     to ws-csv-valor(4)
           move WS-MES-QTD-M(ws-i)     to ws-csv-valor(5)
           move WS-MES-QTD-TOT(ws-i)   to ws-csv-valor(6)
           perform 085-detalhe-csv thru 085-99-fim.
       435-99-fim. exit.

       440-imprime-foto.
           move spaces to linha-relat-gerencial
           write linha-relat-gerencial
                     "  " WS-UF-INATIVOS(ws-i)
                     delimited by size into linha-relat-gerencial
              write linha-relat-gerencial
              if csv-ativo
                 perform 445-uf-csv thru 445-99-fim
              end-if
           end-perform
           move spaces to linha-relat-gerencial
           write linha-relat-gerencial
                     "  " WS-MUN-INATIVOS(ws-i)
                     delimited by size into linha-relat-gerencial
              write linha-relat-gerencial
              if csv-ativo
                 perform 447-municipio-csv thru 447-99-fim
              end-if
           end-perform
           if ws-qtd-municipios = 2000
              move spaces to linha-relat-gerencial
           end-if.
       440-99-fim. exit.

       445-uf-csv.
           perform 086-limpa-csv thru 086-99-fim
           move "UF"                   to ws-csv-secao
           move WS-UF-SIGLA(ws-i)      to ws-csv-chave
           move WS-UF-ATIVOS(ws-i)     to ws-csv-valor(7)
           move WS-UF-INATIVOS(ws-i)   to ws-csv-valor(8)
           perform 085-detalhe-csv thru 085-99-fim.
       445-99-fim. exit.

       447-municipio-csv.
           perform 086-limpa-csv thru 086-99-fim
           move "MUNICIPIO"            to ws-csv-secao
           move WS-MUN-CODIGO(ws-i)    to ws-csv-chave
           move ws-ed-municipio        to ws-csv-descricao
           move WS-MUN-ATIVOS(ws-i)    to ws-csv-valor(7)
           move WS-MUN-INATIVOS(ws-i)  to ws-csv-valor(8)
           perform 085-detalhe-csv thru 085-99-fim.
       447-99-fim. exit.

       450-monta-nome-municipio.
           move spaces to ws-ed-municipio
           initialize municipio-REG
           close arq-cliente
           close arq-municipio
           close relat-gerencial
           if csv-ativo
              close csv-gerencial
           end-if
           display "AMBE025 - lancamentos no periodo: "
                   ws-qtd-lancamentos
           display "AMBE025 - clientes ativos.......: " ws-qtd-ativos
