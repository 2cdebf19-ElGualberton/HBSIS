       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE029.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Acompanhamento das visitas da equipe de      *
                      *  campo: por vendedor, os clientes ativos da   *
                      *  carteira sem visita em arq-visita nos        *
                      *  ultimos N dias (dias-sem-visita em           *
                      *  arq-parametros), e o confronto planejado x   *
                      *  realizado de cada roteiro gravado pelo       *
                      *  AMBE016 em arq-roteiro.                      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select arq-vendedor assign to disk wid-arq-vendedor
                  organization         is indexed
                  access mode          is dynamic
                  record key           is vendedor-chave
                  lock mode            is manual
                  file status          is fs-arq-vendedor.

           select arq-carteira assign to disk wid-arq-carteira
                  organization         is indexed
                  access mode          is dynamic
                  record key           is carteira-chave
                  lock mode            is manual
                  file status          is fs-arq-carteira.

           select arq-cliente assign to disk wid-arq-cliente
                  organization         is indexed
                  access mode          is dynamic
                  record key           is cliente-chave
                  ALTERNATE record key is cliente-cnpj
                  ALTERNATE RECORD KEY IS cliente-razao
                                          WITH DUPLICATES
                  lock mode            is manual
                  file status          is ws-resultado-acesso.

           select arq-visita assign to disk wid-arq-visita
                  organization         is indexed
                  access mode          is dynamic
                  record key           is visita-chave
                  lock mode            is manual
                  file status          is fs-arq-visita.

           select arq-roteiro assign to disk wid-arq-roteiro
                  organization         is indexed
                  access mode          is dynamic
                  record key           is roteiro-chave
                  lock mode            is manual
                  file status          is fs-arq-roteiro.

           SELECT relat-visitas ASSIGN TO lb-relat-visitas
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-visitas.

       DATA DIVISION.
       FILE SECTION.
       FD  arq-vendedor
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-vendedor.
       COPY CPVENDEDOR.

       FD  arq-carteira
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-carteira.
       COPY CPCARTEIRA.

       FD  arq-cliente
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-cliente.
       COPY CPCLIENTE.

       FD  arq-visita
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-visita.
       COPY CPVISITA.

       FD  arq-roteiro
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-roteiro.
       COPY CPROTEIRO.

       FD  relat-visitas.
       01  linha-relat-visitas                   pic x(132).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 fs-arq-vendedor       pic  x(002) value spaces.
           05 wid-arq-vendedor      pic  x(050) value "arq-vendedor".
           05 fs-arq-carteira       pic  x(002) value spaces.
           05 wid-arq-carteira      pic  x(050) value "arq-carteira".
           05 ws-resultado-acesso   pic  x(002) value "00".
           05 wid-arq-cliente       pic  x(050) value "arq-cliente".
           05 fs-arq-visita         pic  x(002) value spaces.
           05 wid-arq-visita        pic  x(050) value "arq-visita".
           05 fs-arq-roteiro        pic  x(002) value spaces.
           05 wid-arq-roteiro       pic  x(050) value "arq-roteiro".
           05 fs-relat-visitas      pic  x(002) value spaces.
           05 lb-relat-visitas      pic  x(050) value spaces.
           05 ws-parametro-nome     pic  x(020) value spaces.
           05 ws-parametros         pic  x(001) value space.
              88 parametros-ok          value "S".
              88 parametros-erro        value "E".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 ws-visita-aberto      pic  x(001) value space.
              88 visita-aberto          value "S".
           05 ws-roteiro-aberto     pic  x(001) value space.
              88 roteiro-aberto         value "S".
           05 ws-fim-vendedores     pic  x(001) value space.
              88 fim-vendedores         value "S".
           05 ws-fim-carteira       pic  x(001) value space.
              88 fim-carteira           value "S".
           05 ws-fim-roteiro        pic  x(001) value space.
              88 fim-roteiro            value "S".
           05 ws-n-dias             pic  9(004) value zeros.
           05 ws-data-hoje          pic  9(008) value zeros.
           05 ws-data-limite        pic  9(008) value zeros.
           05 ws-ultima-visita      pic  9(008) value zeros.
           05 ws-dias-sem-visita    pic  9(006) value zeros.
           05 ws-qtd-vendedores     pic  9(004) value zeros.
           05 ws-qtd-na-carteira    pic  9(006) value zeros.
           05 ws-qtd-sem-visita-vend
                                    pic  9(006) value zeros.
           05 ws-total-carteira     pic  9(006) value zeros.
           05 ws-total-sem-visita   pic  9(006) value zeros.
           05 ws-qtd-roteiros       pic  9(006) value zeros.
           05 ws-total-planejadas   pic  9(006) value zeros.
           05 ws-total-realizadas   pic  9(006) value zeros.
           05 ws-perc               pic  9(003)v9(001) value zeros.
           05 ws-i                  pic  9(002) value zeros.
      *  Roteiro em confronto: chave do roteiro corrente e data
      *  limite (geracao do roteiro seguinte do mesmo vendedor).
       01  AREAS-ROTEIRO.
           05 ws-rot-vendedor       pic  9(005) value zeros.
           05 ws-rot-data           pic  9(008) value zeros.
           05 ws-rot-hora           pic  9(006) value zeros.
           05 ws-rot-data-fim       pic  9(008) value zeros.
           05 ws-rot-planejadas     pic  9(002) value zeros.
           05 ws-rot-realizadas     pic  9(002) value zeros.
       01  WS-TABELA-PARADAS.
           05 WS-PARADA-ENTRY OCCURS 30 TIMES.
              10 WS-PARADA-CLIENTE  pic  9(007).
       01  AREAS-EDICAO.
           05 ws-ed-vendedor        pic  ZZZZ9.
           05 ws-ed-codigo          pic  ZZZZZZ9.
           05 ws-ed-dias            pic  ZZZZZ9.
           05 ws-ed-n-dias          pic  ZZZ9.
           05 ws-ed-data            pic  9999/99/99.
           05 ws-ed-hora            pic  99.99.99.
           05 ws-ed-qtd             pic  Z9.
           05 ws-ed-qtd-2           pic  Z9.
           05 ws-ed-perc            pic  ZZ9,9.
           05 ws-ed-ultima          pic  x(014).
       COPY LKAMBE503.

       PROCEDURE DIVISION.
       000-INICIO.
           perform 005-le-parametros thru 005-99-fim
           if parametros-erro
              GO TO 000-99-FIM
           end-if
           perform 010-abre-arquivos thru 010-99-fim
           if abriu-ok
              perform 100-sem-visita      thru 100-99-fim
              perform 300-planejado-realizado
                      thru 300-99-fim
              perform 500-fecha-arquivos  thru 500-99-fim
           end-if.
       000-99-FIM.
           GOBACK.

       005-le-parametros.
           set parametros-ok to true
           initialize lk-ambe503
           set link-ambe503-ler-relat to true
           move "lb-relat-visitas" to lk-ambe503-nome
           call 'AMBE503' using lk-ambe503
           if link-ambe503-ok
              move lk-ambe503-valor to lb-relat-visitas
              move "dias-sem-visita" to ws-parametro-nome
              perform 006-le-um-parametro thru 006-99-fim
           else
              set parametros-erro to true
              display "AMBE029 - parametro lb-relat-visitas "
                      "ausente em arq-parametros"
           end-if
           if parametros-ok
              move function numval(lk-ambe503-valor) to ws-n-dias
              if ws-n-dias = zeros
                 set parametros-erro to true
                 display "AMBE029 - parametro dias-sem-visita "
                         "invalido: " lk-ambe503-valor
              end-if
           end-if.
       005-99-fim. exit.

       006-le-um-parametro.
           initialize lk-ambe503
           set link-ambe503-ler to true
           move ws-parametro-nome to lk-ambe503-nome
           call 'AMBE503' using lk-ambe503
           if not link-ambe503-ok
              set parametros-erro to true
              display "AMBE029 - parametro " ws-parametro-nome
                      " ausente em arq-parametros"
           end-if.
       006-99-fim. exit.

      *  arq-visita e arq-roteiro ausentes nao impedem o relatorio:
      *  sem visitas toda a carteira sai como nunca visitada, e sem
      *  roteiros o confronto sai vazio.
       010-abre-arquivos.
           move space to ws-status-abertura
           move function current-date(1:8) to ws-data-hoje
           compute ws-data-limite = function date-of-integer
                   (function integer-of-date(ws-data-hoje) - ws-n-dias)
           open input arq-vendedor
           if fs-arq-vendedor > "09"
              display "AMBE029 - erro ao abrir arq-vendedor: "
                      fs-arq-vendedor
              go to 010-99-fim
           end-if
           open input arq-carteira
           if fs-arq-carteira > "09"
              display "AMBE029 - erro ao abrir arq-carteira: "
                      fs-arq-carteira
              close arq-vendedor
              go to 010-99-fim
           end-if
           open input arq-cliente
           if ws-resultado-acesso > "09"
              display "AMBE029 - erro ao abrir arq-cliente: "
                      ws-resultado-acesso
              close arq-vendedor
              close arq-carteira
              go to 010-99-fim
           end-if
           open input arq-visita
           if fs-arq-visita > "09"
              display "AMBE029 - arq-visita indisponivel: "
                      fs-arq-visita
           else
              set visita-aberto to true
           end-if
           open input arq-roteiro
           if fs-arq-roteiro > "09"
              display "AMBE029 - arq-roteiro indisponivel: "
                      fs-arq-roteiro
           else
              set roteiro-aberto to true
           end-if
           open output relat-visitas
           set abriu-ok to true
           perform 020-imprime-cabecalho thru 020-99-fim.
       010-99-fim. exit.

       020-imprime-cabecalho.
           move ws-n-dias      to ws-ed-n-dias
           move ws-data-limite to ws-ed-data
           move spaces to linha-relat-visitas
           string "CLIENTES DA CARTEIRA SEM VISITA NOS ULTIMOS "
                  ws-ed-n-dias " DIAS (DESDE " ws-ed-data ")"
                  delimited by size into linha-relat-visitas
           write linha-relat-visitas
           move spaces to linha-relat-visitas
           string "  CODIGO RAZAO SOCIAL                             "
                  "ULTIMA VISITA   DIAS"
                  delimited by size into linha-relat-visitas
           write linha-relat-visitas.
       020-99-fim. exit.

       100-sem-visita.
           move spaces to ws-fim-vendedores
           initialize vendedor-REG
           start arq-vendedor key is not less vendedor-chave
           if fs-arq-vendedor > "09"
              set fim-vendedores to true
           end-if
           perform 110-processa-um-vendedor thru 110-99-fim
                   until fim-vendedores
           move spaces to linha-relat-visitas
           write linha-relat-visitas
           move spaces to linha-relat-visitas
           string "TOTAL DE VENDEDORES ATIVOS..: " ws-qtd-vendedores
                  delimited by size into linha-relat-visitas
           write linha-relat-visitas
           move spaces to linha-relat-visitas
           string "CLIENTES ATIVOS NA CARTEIRA.: " ws-total-carteira
                  delimited by size into linha-relat-visitas
           write linha-relat-visitas
           move spaces to linha-relat-visitas
           string "CLIENTES SEM VISITA.........: " ws-total-sem-visita
                  delimited by size into linha-relat-visitas
           write linha-relat-visitas.
       100-99-fim. exit.

      *  Vendedor inativo nao visita; a carteira dele e assunto da
      *  redistribuicao, nao deste acompanhamento.
       110-processa-um-vendedor.
           read arq-vendedor next record ignore lock
           if fs-arq-vendedor > "09"
              set fim-vendedores to true
              go to 110-99-fim
           end-if
           if vendedor-inativo
              go to 110-99-fim
           end-if
           add 1 to ws-qtd-vendedores
           move zeros to ws-qtd-na-carteira ws-qtd-sem-visita-vend
           move vendedor-codigo to ws-ed-vendedor
           move spaces to linha-relat-visitas
           write linha-relat-visitas
           move spaces to linha-relat-visitas
           string "VENDEDOR " ws-ed-vendedor " - " vendedor-nome
                  delimited by size into linha-relat-visitas
           write linha-relat-visitas
           move spaces to ws-fim-carteira
           initialize carteira-REG
           move vendedor-codigo to carteira-vendedor
           move zeros           to carteira-cliente
           start arq-carteira key is not less carteira-chave
           if fs-arq-carteira > "09"
              set fim-carteira to true
           end-if
           perform 120-avalia-cliente thru 120-99-fim
                   until fim-carteira
           move spaces to linha-relat-visitas
           string "  CLIENTES NA CARTEIRA: " ws-qtd-na-carteira
                  "   SEM VISITA NO PERIODO: " ws-qtd-sem-visita-vend
                  delimited by size into linha-relat-visitas
           write linha-relat-visitas.
       110-99-fim. exit.

       120-avalia-cliente.
           read arq-carteira next record ignore lock
           if fs-arq-carteira > "09"
              or carteira-vendedor not = vendedor-codigo
              set fim-carteira to true
              go to 120-99-fim
           end-if
           initialize cliente-REG
           move carteira-cliente to cliente-codigo
           read arq-cliente ignore lock
           if ws-resultado-acesso > "09"
              or cliente-inativo
              go to 120-99-fim
           end-if
           add 1 to ws-qtd-na-carteira
           add 1 to ws-total-carteira
           perform 130-ultima-visita thru 130-99-fim
           if ws-ultima-visita < ws-data-limite
              perform 140-imprime-sem-visita thru 140-99-fim
           end-if.
       120-99-fim. exit.

      *  Ultima visita do vendedor ao cliente: posiciona no fim das
      *  visitas do par vendedor + cliente e le para tras.
       130-ultima-visita.
           move zeros to ws-ultima-visita
           if not visita-aberto
              go to 130-99-fim
           end-if
           initialize visita-REG
           move vendedor-codigo  to visita-vendedor
           move carteira-cliente to visita-cliente
           move 99999999         to visita-data
           start arq-visita key is not greater visita-chave
           if fs-arq-visita < "10"
              read arq-visita previous record ignore lock
              if fs-arq-visita < "10"
                 and visita-vendedor = vendedor-codigo
                 and visita-cliente  = carteira-cliente
                 move visita-data to ws-ultima-visita
              end-if
           end-if.
       130-99-fim. exit.

       140-imprime-sem-visita.
           add 1 to ws-qtd-sem-visita-vend
           add 1 to ws-total-sem-visita
           move cliente-codigo to ws-ed-codigo
           if ws-ultima-visita = zeros
              move "NUNCA VISITADO" to ws-ed-ultima
              move spaces to linha-relat-visitas
              string "  " ws-ed-codigo " " cliente-razao "  "
                     ws-ed-ultima
                     delimited by size into linha-relat-visitas
           else
              move ws-ultima-visita to ws-ed-data
              move ws-ed-data       to ws-ed-ultima
              compute ws-dias-sem-visita =
                      function integer-of-date(ws-data-hoje)
                    - function integer-of-date(ws-ultima-visita)
              move ws-dias-sem-visita to ws-ed-dias
              move spaces to linha-relat-visitas
              string "  " ws-ed-codigo " " cliente-razao "  "
                     ws-ed-ultima " " ws-ed-dias
                     delimited by size into linha-relat-visitas
           end-if
           write linha-relat-visitas.
       140-99-fim. exit.

      *  Cada roteiro (vendedor + data + hora de geracao) e
      *  confrontado com arq-visita: a parada conta como realizada
      *  quando o vendedor lancou visita ao cliente a partir da data
      *  do roteiro ate o dia da geracao do roteiro seguinte do
      *  mesmo vendedor, inclusive (o ultimo roteiro vale ate hoje).
      *  A visita so tem data, sem hora: a do proprio dia da troca
      *  de roteiro conta para os dois.
       300-planejado-realizado.
           move spaces to linha-relat-visitas
           write linha-relat-visitas
           move spaces to linha-relat-visitas
           string "ROTEIROS GERADOS - PLANEJADO X REALIZADO"
                  delimited by size into linha-relat-visitas
           write linha-relat-visitas
           move spaces to linha-relat-visitas
           string "VENDEDOR  DATA       HORA      PLANEJADAS  "
                  "REALIZADAS  % REALIZADO"
                  delimited by size into linha-relat-visitas
           write linha-relat-visitas
           if not roteiro-aberto
              move spaces to linha-relat-visitas
              string "NENHUM ROTEIRO REGISTRADO"
                     delimited by size into linha-relat-visitas
              write linha-relat-visitas
              go to 300-99-fim
           end-if
           move spaces to ws-fim-roteiro
           move zeros  to ws-rot-vendedor ws-rot-planejadas
           initialize roteiro-REG
           start arq-roteiro key is not less roteiro-chave
           if fs-arq-roteiro > "09"
              set fim-roteiro to true
           end-if
           perform 310-le-parada-roteiro thru 310-99-fim
                   until fim-roteiro
           if ws-rot-planejadas > zeros
              move 99999999 to ws-rot-data-fim
              perform 320-confronta-roteiro thru 320-99-fim
           end-if
           move spaces to linha-relat-visitas
           write linha-relat-visitas
           move spaces to linha-relat-visitas
           string "ROTEIROS..........: " ws-qtd-roteiros
                  delimited by size into linha-relat-visitas
           write linha-relat-visitas
           move spaces to linha-relat-visitas
           string "PARADAS PLANEJADAS: " ws-total-planejadas
                  delimited by size into linha-relat-visitas
           write linha-relat-visitas
           move spaces to linha-relat-visitas
           string "PARADAS REALIZADAS: " ws-total-realizadas
                  delimited by size into linha-relat-visitas
           write linha-relat-visitas.
       300-99-fim. exit.

       310-le-parada-roteiro.
           read arq-roteiro next record ignore lock
           if fs-arq-roteiro > "09"
              set fim-roteiro to true
              go to 310-99-fim
           end-if
           if ws-rot-planejadas > zeros
              and (roteiro-vendedor not = ws-rot-vendedor
                   or roteiro-data  not = ws-rot-data
                   or roteiro-hora  not = ws-rot-hora)
              if roteiro-vendedor = ws-rot-vendedor
                 move roteiro-data to ws-rot-data-fim
              else
                 move 99999999 to ws-rot-data-fim
              end-if
              perform 320-confronta-roteiro thru 320-99-fim
           end-if
           if ws-rot-planejadas = zeros
              move roteiro-vendedor to ws-rot-vendedor
              move roteiro-data     to ws-rot-data
              move roteiro-hora     to ws-rot-hora
           end-if
           if ws-rot-planejadas < 30
              add 1 to ws-rot-planejadas
              move roteiro-cliente to
                   WS-PARADA-CLIENTE(ws-rot-planejadas)
           end-if.
       310-99-fim. exit.

       320-confronta-roteiro.
           move zeros to ws-rot-realizadas
           perform varying ws-i from 1 by 1
                   until ws-i > ws-rot-planejadas
              perform 330-confere-parada thru 330-99-fim
           end-perform
           add 1 to ws-qtd-roteiros
           add ws-rot-planejadas to ws-total-planejadas
           add ws-rot-realizadas to ws-total-realizadas
           compute ws-perc rounded =
                   ws-rot-realizadas * 100 / ws-rot-planejadas
           move ws-rot-vendedor   to ws-ed-vendedor
           move ws-rot-data       to ws-ed-data
           move ws-rot-hora       to ws-ed-hora
           move ws-rot-planejadas to ws-ed-qtd
           move ws-rot-realizadas to ws-ed-qtd-2
           move ws-perc           to ws-ed-perc
           move spaces to linha-relat-visitas
           string "   " ws-ed-vendedor "  " ws-ed-data " "
                  ws-ed-hora "          " ws-ed-qtd
                  "          " ws-ed-qtd-2
                  "        " ws-ed-perc
                  delimited by size into linha-relat-visitas
           write linha-relat-visitas
           move zeros to ws-rot-planejadas.
       320-99-fim. exit.

       330-confere-parada.
           if not visita-aberto
              go to 330-99-fim
           end-if
           initialize visita-REG
           move ws-rot-vendedor         to visita-vendedor
           move WS-PARADA-CLIENTE(ws-i) to visita-cliente
           move ws-rot-data             to visita-data
           start arq-visita key is not less visita-chave
           if fs-arq-visita < "10"
              read arq-visita next record ignore lock
              if fs-arq-visita < "10"
                 and visita-vendedor = ws-rot-vendedor
                 and visita-cliente  = WS-PARADA-CLIENTE(ws-i)
                 and visita-data not > ws-rot-data-fim
                 add 1 to ws-rot-realizadas
              end-if
           end-if.
       330-99-fim. exit.

       500-fecha-arquivos.
           close arq-vendedor
           close arq-carteira
           close arq-cliente
           if visita-aberto
              close arq-visita
           end-if
           if roteiro-aberto
              close arq-roteiro
           end-if
           close relat-visitas
           display "AMBE029 - vendedores ativos......: "
                   ws-qtd-vendedores
           display "AMBE029 - clientes sem visita....: "
                   ws-total-sem-visita
           display "AMBE029 - roteiros confrontados..: "
                   ws-qtd-roteiros.
       500-99-fim. exit.

       END PROGRAM AMBE029.
