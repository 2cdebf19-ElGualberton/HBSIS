       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE030.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Distribuicao de clientes sem carteira:       *
                      *  clientes ativos fora de qualquer carteira,   *
                      *  ou so na carteira de vendedor inativo,       *
                      *  recebem como proposta o vendedor ativo cujo  *
                      *  territorio (clientes da carteira atual) fica *
                      *  mais perto, pela mesma formula de distancia  *
                      *  do AMBE003/AMBE016, respeitado o teto de     *
                      *  clientes por vendedor (max-cli-vendedor      *
                      *  em arq-parametros). Modo (R)elatorio so      *
                      *  lista a proposta; modo (A)plicar, restrito   *
                      *  ao supervisor, grava arq-carteira, tira o    *
                      *  cliente da carteira do vendedor inativo e    *
                      *  registra cada atribuicao em                  *
                      *  arq-distribuicao.                            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select arq-cliente assign to disk wid-arq-cliente
                  organization         is indexed
                  access mode          is dynamic
                  record key           is cliente-chave
                  ALTERNATE record key is cliente-cnpj
                  ALTERNATE RECORD KEY IS cliente-razao
                                          WITH DUPLICATES
                  lock mode            is manual
                  file status          is ws-resultado-acesso.

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

           select arq-distribuicao assign to disk wid-arq-distribuicao
                  organization         is indexed
                  access mode          is dynamic
                  record key           is distrib-chave
                  lock mode            is manual
                  file status          is fs-arq-distribuicao.

           SELECT relat-distribuicao ASSIGN TO lb-relat-distrib
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-distribuicao.

       DATA DIVISION.
       FILE SECTION.
       FD  arq-cliente
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-cliente.
       COPY CPCLIENTE.

       FD  arq-vendedor
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-vendedor.
       COPY CPVENDEDOR.

       FD  arq-carteira
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-carteira.
       COPY CPCARTEIRA.

       FD  arq-distribuicao
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-distribuicao.
       COPY CPDISTRIB.

       FD  relat-distribuicao.
       01  linha-relat-distribuicao              pic x(132).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 ws-resultado-acesso   pic  x(002) value "00".
           05 wid-arq-cliente       pic  x(050) value "arq-cliente".
           05 fs-arq-vendedor       pic  x(002) value spaces.
           05 wid-arq-vendedor      pic  x(050) value "arq-vendedor".
           05 fs-arq-carteira       pic  x(002) value spaces.
           05 wid-arq-carteira      pic  x(050) value "arq-carteira".
           05 fs-arq-distribuicao   pic  x(002) value spaces.
           05 wid-arq-distribuicao  pic  x(050) value
              "arq-distribuicao".
           05 fs-relat-distribuicao pic  x(002) value spaces.
           05 lb-relat-distrib      pic  x(050) value spaces.
           05 ws-parametro-nome     pic  x(020) value spaces.
           05 ws-parametros         pic  x(001) value space.
              88 parametros-ok          value "S".
              88 parametros-erro        value "E".
           05 ws-modo               pic  x(001) value space.
              88 modo-relatorio         value "R".
              88 modo-aplicar           value "A".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 ws-fim-vendedores     pic  x(001) value space.
              88 fim-vendedores         value "S".
           05 ws-fim-carteira       pic  x(001) value space.
              88 fim-carteira           value "S".
           05 ws-fim-clientes       pic  x(001) value space.
              88 fim-clientes           value "S".
           05 ws-dono               pic  x(001) value space.
              88 tem-dono-ativo         value "A".
              88 so-vendedor-inativo    value "I".
              88 sem-dono               value " ".
           05 ws-max-clientes       pic  9(006) value zeros.
           05 ws-data-aplicacao     pic  9(008) value zeros.
           05 ws-hora-aplicacao     pic  9(006) value zeros.
           05 ws-vend-anterior      pic  9(005) value zeros.
           05 ws-ind-proposto       pic  9(004) value zeros.
           05 ws-qtd-vendedores     pic  9(004) value zeros.
           05 ws-qtd-territorio     pic  9(004) value zeros.
           05 ws-qtd-alem-vendedores
                                    pic  9(004) value zeros.
           05 ws-qtd-alem-territorio
                                    pic  9(006) value zeros.
           05 ws-qtd-lidos          pic  9(006) value zeros.
           05 ws-qtd-sem-carteira   pic  9(006) value zeros.
           05 ws-qtd-de-inativo     pic  9(006) value zeros.
           05 ws-qtd-propostos      pic  9(006) value zeros.
           05 ws-qtd-sem-proposta   pic  9(006) value zeros.
           05 ws-qtd-aplicados      pic  9(006) value zeros.
           05 ws-qtd-erros          pic  9(006) value zeros.
           05 ws-i                  pic  9(004) value zeros.
           05 ws-j                  pic  9(004) value zeros.
           05 ws-dlat-km            pic  s9(006)v9(002).
           05 ws-dlong-km           pic  s9(006)v9(002).
           05 ws-dist-km            pic  9(006)v9(002).
           05 ws-menor-dist         pic  9(006)v9(002).
       01  AREAS-EDICAO.
           05 ws-ed-codigo          pic  ZZZZZZ9.
           05 ws-ed-vendedor        pic  ZZZZ9.
           05 ws-ed-anterior        pic  ZZZZ9.
           05 ws-ed-dist            pic  ZZZZZ9,99.
           05 ws-ed-max             pic  ZZZZZ9.
           05 ws-ed-motivo          pic  x(016).
       01  AREAS-OPERADOR.
           05 ws-operador-id        pic  x(008) value spaces.
           05 ws-operador-senha     pic  x(008) value spaces.
           05 ws-acesso             pic  x(001) value space.
              88 acesso-liberado        value "S".
              88 acesso-negado          value "N".
      *  Todos os vendedores (ativos e inativos) com a quantidade de
      *  clientes ativos na carteira; a quantidade cresce com as
      *  propostas da propria rodada para o teto valer ate o fim.
       01  WS-TABELA-VENDEDORES.
           05 WS-VEND-ENTRY OCCURS 200 TIMES.
              10 WS-VEND-CODIGO     pic  9(005).
              10 WS-VEND-STATUS     pic  x(001).
                 88 ws-vend-ativo       value "A".
              10 WS-VEND-QTD        pic  9(006).
      *  Territorio: clientes ativos com coordenada nas carteiras
      *  dos vendedores ativos; mesmo teto de 2000 do AMBE003.
       01  WS-TABELA-TERRITORIO.
           05 WS-TER-ENTRY OCCURS 2000 TIMES.
              10 WS-TER-VEND        pic  9(004).
              10 WS-TER-LATITUDE    pic  s9(003)v9(008).
              10 WS-TER-LONGITUDE   pic  s9(003)v9(008).
       COPY LKAMBE503.
       COPY LKAMBE504.

       PROCEDURE DIVISION.
       000-INICIO.
           perform 010-aceita-modo thru 010-99-fim
           if modo-aplicar
              perform 015-valida-supervisor thru 015-99-fim
              if acesso-negado
                 display "AMBE030 - aplicacao restrita ao "
                         "supervisor."
                 GO TO 000-99-FIM
              end-if
           end-if
           perform 005-le-parametros thru 005-99-fim
           if parametros-erro
              GO TO 000-99-FIM
           end-if
           perform 020-abre-arquivos thru 020-99-fim
           if abriu-ok
              perform 100-carrega-vendedores thru 100-99-fim
              if ws-qtd-alem-vendedores > zeros
                 move spaces to linha-relat-distribuicao
                 string "LIMITE DE 200 VENDEDORES EXCEDIDO - "
                        "DISTRIBUICAO NAO EXECUTADA"
                        delimited by size into linha-relat-distribuicao
                 write linha-relat-distribuicao
                 display "AMBE030 - limite de 200 vendedores "
                         "excedido."
              else
                 perform 200-distribui-clientes thru 200-99-fim
              end-if
              perform 500-fecha-arquivos thru 500-99-fim
           end-if.
       000-99-FIM.
           GOBACK.

       005-le-parametros.
           set parametros-ok to true
           initialize lk-ambe503
           set link-ambe503-ler-relat to true
           move "lb-relat-distrib" to lk-ambe503-nome
           call 'AMBE503' using lk-ambe503
           if link-ambe503-ok
              move lk-ambe503-valor to lb-relat-distrib
              move "max-cli-vendedor" to ws-parametro-nome
              perform 006-le-um-parametro thru 006-99-fim
           else
              set parametros-erro to true
              display "AMBE030 - parametro lb-relat-distrib "
                      "ausente em arq-parametros"
           end-if
           if parametros-ok
              move function numval(lk-ambe503-valor)
                to ws-max-clientes
              if ws-max-clientes = zeros
                 set parametros-erro to true
                 display "AMBE030 - parametro max-cli-vendedor "
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
              display "AMBE030 - parametro " ws-parametro-nome
                      " ausente em arq-parametros"
           end-if.
       006-99-fim. exit.

       010-aceita-modo.
           move space to ws-modo
           perform test after
                   until modo-relatorio or modo-aplicar
              display "AMBE030 - (R)elatorio da proposta ou "
                      "(A)plicar a distribuicao? "
              accept ws-modo
              move function upper-case(ws-modo) to ws-modo
           end-perform.
       010-99-fim. exit.

       015-valida-supervisor.
           set acesso-negado to true
           display "AMBE030 - operador: "
           accept ws-operador-id
           move function upper-case(ws-operador-id)
             to ws-operador-id
           display "AMBE030 - senha: "
           accept ws-operador-senha
           initialize lk-ambe504
           set link-ambe504-validar to true
           move ws-operador-id    to lk-ambe504-id
           move ws-operador-senha to lk-ambe504-senha
           call 'AMBE504' using lk-ambe504
           if link-ambe504-ok and lk-ambe504-supervisor
              set acesso-liberado to true
           end-if.
       015-99-fim. exit.

       020-abre-arquivos.
           move space to ws-status-abertura
           move function current-date(1:8) to ws-data-aplicacao
           move function current-date(9:6) to ws-hora-aplicacao
           open input arq-cliente
           if ws-resultado-acesso > "09"
              display "AMBE030 - erro ao abrir arq-cliente: "
                      ws-resultado-acesso
              go to 020-99-fim
           end-if
           open input arq-vendedor
           if fs-arq-vendedor > "09"
              display "AMBE030 - erro ao abrir arq-vendedor: "
                      fs-arq-vendedor
              close arq-cliente
              go to 020-99-fim
           end-if
           if modo-aplicar
              open i-o arq-carteira
           else
              open input arq-carteira
           end-if
           if fs-arq-carteira > "09"
              display "AMBE030 - erro ao abrir arq-carteira: "
                      fs-arq-carteira
              close arq-cliente
              close arq-vendedor
              go to 020-99-fim
           end-if
           if modo-aplicar
              open i-o arq-distribuicao
              if fs-arq-distribuicao > "09"
                 open output arq-distribuicao
                 close arq-distribuicao
                 open i-o arq-distribuicao
              end-if
              if fs-arq-distribuicao > "09"
                 display "AMBE030 - erro ao abrir arq-distribuicao: "
                         fs-arq-distribuicao
                 close arq-cliente
                 close arq-vendedor
                 close arq-carteira
                 go to 020-99-fim
              end-if
           end-if
           open output relat-distribuicao
           set abriu-ok to true
           perform 030-imprime-cabecalho thru 030-99-fim.
       020-99-fim. exit.

       030-imprime-cabecalho.
           move ws-max-clientes to ws-ed-max
           move spaces to linha-relat-distribuicao
           if modo-aplicar
              string "DISTRIBUICAO DE CLIENTES SEM CARTEIRA - "
                     "APLICADA POR " ws-operador-id
                     " EM " ws-data-aplicacao " " ws-hora-aplicacao
                     delimited by size into linha-relat-distribuicao
           else
              string "DISTRIBUICAO DE CLIENTES SEM CARTEIRA - "
                     "PROPOSTA (NADA GRAVADO)"
                     delimited by size into linha-relat-distribuicao
           end-if
           write linha-relat-distribuicao
           move spaces to linha-relat-distribuicao
           string "TETO DE CLIENTES ATIVOS POR VENDEDOR: " ws-ed-max
                  delimited by size into linha-relat-distribuicao
           write linha-relat-distribuicao
           move spaces to linha-relat-distribuicao
           string "CODIGO  RAZAO SOCIAL                    "
                  "MOTIVO           ANTERIOR PROPOSTO  DIST(KM)"
                  delimited by size into linha-relat-distribuicao
           write linha-relat-distribuicao.
       030-99-fim. exit.

       100-carrega-vendedores.
           move spaces to ws-fim-vendedores
           initialize vendedor-REG
           start arq-vendedor key is not less vendedor-chave
           if fs-arq-vendedor > "09"
              set fim-vendedores to true
           end-if
           perform 110-carrega-um-vendedor thru 110-99-fim
                   until fim-vendedores.
       100-99-fim. exit.

       110-carrega-um-vendedor.
           read arq-vendedor next record ignore lock
           if fs-arq-vendedor > "09"
              set fim-vendedores to true
              go to 110-99-fim
           end-if
           if ws-qtd-vendedores = 200
              add 1 to ws-qtd-alem-vendedores
              go to 110-99-fim
           end-if
           add 1 to ws-qtd-vendedores
           move ws-qtd-vendedores to ws-i
           move vendedor-codigo   to WS-VEND-CODIGO(ws-i)
           move vendedor-status   to WS-VEND-STATUS(ws-i)
           move zeros             to WS-VEND-QTD(ws-i)
           move spaces to ws-fim-carteira
           initialize carteira-REG
           move vendedor-codigo to carteira-vendedor
           move zeros           to carteira-cliente
           start arq-carteira key is not less carteira-chave
           if fs-arq-carteira > "09"
              set fim-carteira to true
           end-if
           perform 120-carrega-territorio thru 120-99-fim
                   until fim-carteira.
       110-99-fim. exit.

       120-carrega-territorio.
           read arq-carteira next record ignore lock
           if fs-arq-carteira > "09"
              or carteira-vendedor not = WS-VEND-CODIGO(ws-i)
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
           add 1 to WS-VEND-QTD(ws-i)
           if not ws-vend-ativo(ws-i)
              or (cliente-latitude = zeros
                  and cliente-longitude = zeros)
              go to 120-99-fim
           end-if
           if ws-qtd-territorio < 2000
              add 1 to ws-qtd-territorio
              move ws-i to WS-TER-VEND(ws-qtd-territorio)
              move cliente-latitude  to
                   WS-TER-LATITUDE(ws-qtd-territorio)
              move cliente-longitude to
                   WS-TER-LONGITUDE(ws-qtd-territorio)
           else
              add 1 to ws-qtd-alem-territorio
           end-if.
       120-99-fim. exit.

       200-distribui-clientes.
           move spaces to ws-fim-clientes
           initialize cliente-REG
           move zeros to cliente-codigo
           start arq-cliente key is not less cliente-chave
           if ws-resultado-acesso > "09"
              set fim-clientes to true
           end-if
           perform 210-avalia-cliente thru 210-99-fim
                   until fim-clientes.
       200-99-fim. exit.

       210-avalia-cliente.
           read arq-cliente next record ignore lock
           if ws-resultado-acesso > "09"
              set fim-clientes to true
              go to 210-99-fim
           end-if
           if cliente-inativo
              go to 210-99-fim
           end-if
           add 1 to ws-qtd-lidos
           perform 220-localiza-dono thru 220-99-fim
           if tem-dono-ativo
              go to 210-99-fim
           end-if
           if so-vendedor-inativo
              add 1 to ws-qtd-de-inativo
              move "VEND. INATIVO"  to ws-ed-motivo
           else
              add 1 to ws-qtd-sem-carteira
              move "SEM CARTEIRA"   to ws-ed-motivo
           end-if
           if cliente-latitude = zeros
              and cliente-longitude = zeros
              add 1 to ws-qtd-sem-proposta
              perform 300-imprime-sem-proposta thru 300-99-fim
              go to 210-99-fim
           end-if
           perform 230-escolhe-vendedor thru 230-99-fim
           if ws-ind-proposto = zeros
              add 1 to ws-qtd-sem-proposta
              perform 300-imprime-sem-proposta thru 300-99-fim
              go to 210-99-fim
           end-if
           add 1 to ws-qtd-propostos
           add 1 to WS-VEND-QTD(ws-ind-proposto)
           perform 310-imprime-proposta thru 310-99-fim
           if modo-aplicar
              perform 250-aplica-atribuicao thru 250-99-fim
           end-if.
       210-99-fim. exit.

      *  Dono e qualquer vendedor ativo com o cliente na carteira;
      *  cliente so em carteira de vendedor inativo conta como sem
      *  dono, com o primeiro vendedor inativo como anterior.
       220-localiza-dono.
           set sem-dono to true
           move zeros to ws-vend-anterior
           perform varying ws-j from 1 by 1
                   until ws-j > ws-qtd-vendedores or tem-dono-ativo
              move WS-VEND-CODIGO(ws-j) to carteira-vendedor
              move cliente-codigo       to carteira-cliente
              read arq-carteira ignore lock
              if fs-arq-carteira < "10"
                 if ws-vend-ativo(ws-j)
                    set tem-dono-ativo to true
                 else
                    if ws-vend-anterior = zeros
                       move WS-VEND-CODIGO(ws-j) to ws-vend-anterior
                    end-if
                    set so-vendedor-inativo to true
                 end-if
              end-if
           end-perform.
       220-99-fim. exit.

      *  Vizinho mais proximo no territorio dos vendedores ativos
      *  ainda abaixo do teto.
       230-escolhe-vendedor.
           move zeros     to ws-ind-proposto
           move 999999,99 to ws-menor-dist
           perform varying ws-j from 1 by 1
                   until ws-j > ws-qtd-territorio
              move WS-TER-VEND(ws-j) to ws-i
              if WS-VEND-QTD(ws-i) < ws-max-clientes
                 perform 240-calcula-distancia thru 240-99-fim
                 if ws-dist-km < ws-menor-dist
                    move ws-dist-km to ws-menor-dist
                    move ws-i       to ws-ind-proposto
                 end-if
              end-if
           end-perform.
       230-99-fim. exit.

       240-calcula-distancia.
           compute ws-dlat-km  = (WS-TER-LATITUDE(ws-j)
                                 - cliente-latitude) * 111
           compute ws-dlong-km = (WS-TER-LONGITUDE(ws-j)
                                 - cliente-longitude) * 111
           compute ws-dist-km rounded =
                   FUNCTION SQRT((ws-dlat-km * ws-dlat-km) +
                                 (ws-dlong-km * ws-dlong-km)).
       240-99-fim. exit.

      *  Grava a carteira nova, tira o cliente das carteiras de
      *  vendedor inativo e deixa a trilha em arq-distribuicao.
       250-aplica-atribuicao.
           move WS-VEND-CODIGO(ws-ind-proposto) to carteira-vendedor
           move cliente-codigo                  to carteira-cliente
           write carteira-REG
           if fs-arq-carteira > "09"
              and fs-arq-carteira not = "22"
              add 1 to ws-qtd-erros
              display "AMBE030 - erro ao gravar carteira - cliente "
                      cliente-codigo " FileStatus " fs-arq-carteira
              go to 250-99-fim
           end-if
           if so-vendedor-inativo
              perform varying ws-j from 1 by 1
                      until ws-j > ws-qtd-vendedores
                 if not ws-vend-ativo(ws-j)
                    perform 260-retira-de-inativo thru 260-99-fim
                 end-if
              end-perform
           end-if
           initialize distrib-REG
           move cliente-codigo    to distrib-cliente
           move ws-data-aplicacao to distrib-data
           move ws-hora-aplicacao to distrib-hora
           move WS-VEND-CODIGO(ws-ind-proposto) to distrib-vendedor
           move ws-vend-anterior  to distrib-vendedor-anterior
           if so-vendedor-inativo
              set distrib-vendedor-inativo to true
           else
              set distrib-sem-carteira to true
           end-if
           move ws-menor-dist     to distrib-dist-km
           move ws-operador-id    to distrib-operador
           write distrib-REG
           if fs-arq-distribuicao > "09"
              add 1 to ws-qtd-erros
              display "AMBE030 - erro ao gravar arq-distribuicao - "
                      "cliente " cliente-codigo
                      " FileStatus " fs-arq-distribuicao
           else
              add 1 to ws-qtd-aplicados
           end-if.
       250-99-fim. exit.

       260-retira-de-inativo.
           move WS-VEND-CODIGO(ws-j) to carteira-vendedor
           move cliente-codigo       to carteira-cliente
           read arq-carteira
           if fs-arq-carteira < "10"
              delete arq-carteira record
              if fs-arq-carteira > "09"
                 add 1 to ws-qtd-erros
                 display "AMBE030 - erro ao retirar cliente "
                         cliente-codigo " do vendedor "
                         WS-VEND-CODIGO(ws-j)
                         " FileStatus " fs-arq-carteira
              end-if
           end-if.
       260-99-fim. exit.

       300-imprime-sem-proposta.
           move cliente-codigo   to ws-ed-codigo
           move ws-vend-anterior to ws-ed-anterior
           move spaces to linha-relat-distribuicao
           if cliente-latitude = zeros
              and cliente-longitude = zeros
              string ws-ed-codigo " " cliente-razao(1:30) " "
                     ws-ed-motivo " " ws-ed-anterior
                     "    SEM COORDENADA - SEM PROPOSTA"
                     delimited by size into linha-relat-distribuicao
           else
              string ws-ed-codigo " " cliente-razao(1:30) " "
                     ws-ed-motivo " " ws-ed-anterior
                     "    NENHUM VENDEDOR ABAIXO DO TETO"
                     delimited by size into linha-relat-distribuicao
           end-if
           write linha-relat-distribuicao.
       300-99-fim. exit.

       310-imprime-proposta.
           move cliente-codigo   to ws-ed-codigo
           move ws-vend-anterior to ws-ed-anterior
           move WS-VEND-CODIGO(ws-ind-proposto) to ws-ed-vendedor
           move ws-menor-dist    to ws-ed-dist
           move spaces to linha-relat-distribuicao
           string ws-ed-codigo " " cliente-razao(1:30) " "
                  ws-ed-motivo " " ws-ed-anterior "    "
                  ws-ed-vendedor "  " ws-ed-dist
                  delimited by size into linha-relat-distribuicao
           write linha-relat-distribuicao.
       310-99-fim. exit.

       500-fecha-arquivos.
           move spaces to linha-relat-distribuicao
           write linha-relat-distribuicao
           move spaces to linha-relat-distribuicao
           string "CLIENTES ATIVOS AVALIADOS...: " ws-qtd-lidos
                  delimited by size into linha-relat-distribuicao
           write linha-relat-distribuicao
           move spaces to linha-relat-distribuicao
           string "SEM CARTEIRA................: " ws-qtd-sem-carteira
                  delimited by size into linha-relat-distribuicao
           write linha-relat-distribuicao
           move spaces to linha-relat-distribuicao
           string "SO EM CARTEIRA DE INATIVO...: " ws-qtd-de-inativo
                  delimited by size into linha-relat-distribuicao
           write linha-relat-distribuicao
           move spaces to linha-relat-distribuicao
           string "COM VENDEDOR PROPOSTO.......: " ws-qtd-propostos
                  delimited by size into linha-relat-distribuicao
           write linha-relat-distribuicao
           move spaces to linha-relat-distribuicao
           string "SEM PROPOSTA................: " ws-qtd-sem-proposta
                  delimited by size into linha-relat-distribuicao
           write linha-relat-distribuicao
           if modo-aplicar
              move spaces to linha-relat-distribuicao
              string "ATRIBUICOES GRAVADAS........: "
                     ws-qtd-aplicados
                     delimited by size into linha-relat-distribuicao
              write linha-relat-distribuicao
              move spaces to linha-relat-distribuicao
              string "ERROS DE GRAVACAO...........: " ws-qtd-erros
                     delimited by size into linha-relat-distribuicao
              write linha-relat-distribuicao
           end-if
           if ws-qtd-alem-territorio > zeros
              move spaces to linha-relat-distribuicao
              string "(LIMITE DE 2000 CLIENTES DE TERRITORIO ATINGIDO"
                     " - PROPOSTA PODE NAO SER A MAIS PROXIMA)"
                     delimited by size into linha-relat-distribuicao
              write linha-relat-distribuicao
           end-if
           close arq-cliente
           close arq-vendedor
           close arq-carteira
           if modo-aplicar
              close arq-distribuicao
           end-if
           close relat-distribuicao
           display "AMBE030 - clientes avaliados..: " ws-qtd-lidos
           display "AMBE030 - com proposta........: " ws-qtd-propostos
           display "AMBE030 - sem proposta........: "
                   ws-qtd-sem-proposta
           if modo-aplicar
              display "AMBE030 - atribuicoes gravadas: "
                      ws-qtd-aplicados
              display "AMBE030 - erros de gravacao...: " ws-qtd-erros
           end-if.
       500-99-fim. exit.

       END PROGRAM AMBE030.
