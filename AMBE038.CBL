       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE038.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Curva ABC de clientes pelo faturamento do    *
                      *  ERP (arq-faturamento, carga do AMBE037) num  *
                      *  periodo de competencias: classe A ate 80% do *
                      *  faturamento acumulado, B ate 95%, C o resto. *
                      *  Depois da curva, quebra das classes por      *
                      *  vendedor (arq-carteira) e por UF/municipio   *
                      *  (arq-municipio).                             *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select arq-faturamento assign to disk wid-arq-faturamento
                  organization         is indexed
                  access mode          is dynamic
                  record key           is fatura-chave
                  lock mode            is manual
                  file status          is fs-arq-faturamento.

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

           select arq-municipio assign to disk wid-arq-municipio
                  organization         is indexed
                  access mode          is dynamic
                  record key           is municipio-chave
                  lock mode            is manual
                  file status          is fs-arq-municipio.

           SELECT relat-curva-abc ASSIGN TO lb-relat-curva-abc
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-curva-abc.

       DATA DIVISION.
       FILE SECTION.
       FD  arq-faturamento
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-faturamento.
       COPY CPFATURA.

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

       FD  arq-municipio
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-municipio.
       COPY CPMUNICIPIO.

       FD  relat-curva-abc.
       01  linha-relat-curva-abc                 pic x(132).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 ws-resultado-acesso   pic  x(002) value "00".
           05 wid-arq-cliente       pic  x(050) value "arq-cliente".
           05 fs-arq-faturamento    pic  x(002) value spaces.
           05 wid-arq-faturamento   pic  x(050)
                                    value "arq-faturamento".
           05 fs-arq-vendedor       pic  x(002) value spaces.
           05 wid-arq-vendedor      pic  x(050) value "arq-vendedor".
           05 fs-arq-carteira       pic  x(002) value spaces.
           05 wid-arq-carteira      pic  x(050) value "arq-carteira".
           05 fs-arq-municipio      pic  x(002) value spaces.
           05 wid-arq-municipio     pic  x(050) value "arq-municipio".
           05 fs-relat-curva-abc    pic  x(002) value spaces.
           05 lb-relat-curva-abc    pic  x(050) value spaces.
           05 ws-parametros         pic  x(001) value space.
              88 parametros-ok          value "S".
              88 parametros-erro        value "E".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 ws-fim-faturamento    pic  x(001) value space.
              88 fim-faturamento        value "S".
           05 ws-fim-vendedores     pic  x(001) value space.
              88 fim-vendedores         value "S".
           05 ws-periodo-ok         pic  x(001) value space.
              88 periodo-valido         value "S".
           05 ws-comp-de            pic  9(006) value zeros.
           05 redefines ws-comp-de.
              10 ws-comp-de-ano     pic  9(004).
              10 ws-comp-de-mes     pic  9(002).
           05 ws-comp-ate           pic  9(006) value zeros.
           05 redefines ws-comp-ate.
              10 ws-comp-ate-ano    pic  9(004).
              10 ws-comp-ate-mes    pic  9(002).
      *  Limites da curva em % do faturamento acumulado.
           05 ws-limite-a           pic  9(003)v9(002) value 80.
           05 ws-limite-b           pic  9(003)v9(002) value 95.
           05 ws-cnpj-atual         pic  x(014) value spaces.
           05 ws-valor-cnpj         pic  s9(013)v9(002) value zeros.
           05 ws-valor-total        pic  s9(013)v9(002) value zeros.
           05 ws-valor-acumulado    pic  s9(013)v9(002) value zeros.
           05 ws-pct                pic  s9(003)v9(002) value zeros.
           05 ws-pct-acumulado      pic  s9(003)v9(002) value zeros.
           05 ws-i                  pic  9(005) value zeros.
           05 ws-j                  pic  9(005) value zeros.
           05 ws-k                  pic  9(001) value zeros.
           05 ws-qtd-abc            pic  9(005) value zeros.
           05 ws-qtd-alem-abc       pic  9(005) value zeros.
           05 ws-qtd-vendedores     pic  9(003) value zeros.
           05 ws-qtd-alem-vendedores
                                    pic  9(003) value zeros.
           05 ws-ind-sem-carteira   pic  9(003) value 201.
           05 ws-qtd-municipios     pic  9(004) value zeros.
           05 ws-qtd-alem-municipios
                                    pic  9(005) value zeros.
           05 ws-ind-mun            pic  9(004) value zeros.
           05 ws-uf-atual           pic  x(002) value spaces.
           05 ws-qtd-classe         pic  9(006) occurs 3 times.
           05 ws-valor-classe       pic  s9(013)v9(002)
                                    occurs 3 times.
           05 ws-qtd-uf             pic  9(006) occurs 3 times.
           05 ws-valor-uf           pic  s9(013)v9(002)
                                    occurs 3 times.
           05 ws-achou-ativo        pic  x(001) value space.
              88 achou-vend-ativo       value "S".
       01  AREAS-EDICAO.
           05 ws-ed-rank            pic  ZZZZ9.
           05 ws-ed-codigo          pic  ZZZZZZ9.
           05 ws-ed-vendedor        pic  ZZZZ9.
           05 ws-ed-valor           pic  -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 ws-ed-pct             pic  ZZ9,99.
           05 ws-ed-pct-acum        pic  ZZ9,99.
           05 ws-ed-qtd             pic  ZZZZZ9.
           05 ws-ed-qtd-a           pic  ZZZZZ9.
           05 ws-ed-qtd-b           pic  ZZZZZ9.
           05 ws-ed-qtd-c           pic  ZZZZZ9.
           05 ws-ed-valor-a         pic  -ZZZ.ZZZ.ZZ9,99.
           05 ws-ed-valor-b         pic  -ZZZ.ZZZ.ZZ9,99.
           05 ws-ed-valor-c         pic  -ZZZ.ZZZ.ZZ9,99.
           05 ws-ed-periodo         pic  9999/99.
           05 ws-ed-periodo-ate     pic  9999/99.
      *  Um registro por CNPJ com faturamento no periodo; ordenado
      *  por valor decrescente (troca simples, como no AMBE003).
       01  WS-TABELA-ABC.
           05 WS-ABC-ENTRY OCCURS 5000 TIMES.
              10 WS-ABC-CNPJ        pic  x(014).
              10 WS-ABC-VALOR       pic  s9(013)v9(002).
              10 WS-ABC-CODIGO      pic  9(007).
              10 WS-ABC-RAZAO       pic  x(030).
              10 WS-ABC-IND-VEND    pic  9(003).
              10 WS-ABC-MUNICIPIO   pic  9(007).
              10 WS-ABC-UF          pic  x(002).
              10 WS-ABC-CLASSE      pic  x(001).
       01  WS-TROCA-ABC             pic  x(079).
      *  Vendedores com as classes acumuladas; a ultima posicao
      *  (201) junta os clientes sem carteira.
       01  WS-TABELA-VENDEDORES.
           05 WS-VEND-ENTRY OCCURS 201 TIMES.
              10 WS-VEND-CODIGO     pic  9(005).
              10 WS-VEND-NOME       pic  x(025).
              10 WS-VEND-STATUS     pic  x(001).
                 88 ws-vend-ativo       value "A".
              10 WS-VEND-CLASSE OCCURS 3 TIMES.
                 15 WS-VEND-QTD     pic  9(006).
                 15 WS-VEND-VALOR   pic  s9(013)v9(002).
       01  WS-TABELA-MUNICIPIOS.
           05 WS-MUN-ENTRY OCCURS 1000 TIMES.
              10 WS-MUN-UF          pic  x(002).
              10 WS-MUN-NOME        pic  x(030).
              10 WS-MUN-CODIGO      pic  9(007).
              10 WS-MUN-CLASSE OCCURS 3 TIMES.
                 15 WS-MUN-QTD      pic  9(006).
                 15 WS-MUN-VALOR    pic  s9(013)v9(002).
       01  WS-TROCA-MUN             pic  x(102).
       COPY LKAMBE503.

       PROCEDURE DIVISION.
       000-INICIO.
           perform 005-le-parametros thru 005-99-fim
           if parametros-erro
              GO TO 000-99-FIM
           end-if
           perform 010-aceita-periodo thru 010-99-fim
           perform 020-abre-arquivos  thru 020-99-fim
           if abriu-ok
              perform 030-imprime-cabecalho   thru 030-99-fim
              perform 100-carrega-vendedores  thru 100-99-fim
              perform 200-acumula-faturamento thru 200-99-fim
              perform 250-completa-clientes   thru 250-99-fim
              perform 300-ordena-por-valor    thru 300-99-fim
              perform 350-imprime-curva       thru 350-99-fim
              perform 400-imprime-vendedores  thru 400-99-fim
              perform 450-imprime-municipios  thru 450-99-fim
              perform 500-fecha-arquivos      thru 500-99-fim
           end-if.
       000-99-FIM.
           GOBACK.

       005-le-parametros.
           set parametros-ok to true
           initialize lk-ambe503
           set link-ambe503-ler-relat to true
           move "lb-relat-curva-abc" to lk-ambe503-nome
           call 'AMBE503' using lk-ambe503
           if link-ambe503-ok
              move lk-ambe503-valor to lb-relat-curva-abc
           else
              set parametros-erro to true
              display "AMBE038 - parametro lb-relat-curva-abc "
                      "ausente em arq-parametros"
           end-if.
       005-99-fim. exit.

       010-aceita-periodo.
           move space to ws-periodo-ok
           perform test after until periodo-valido
              display "AMBE038 - competencia inicial (AAAAMM): "
              accept ws-comp-de
              display "AMBE038 - competencia final   (AAAAMM): "
              accept ws-comp-ate
              if ws-comp-de-mes > 00 and ws-comp-de-mes < 13
                 and ws-comp-ate-mes > 00 and ws-comp-ate-mes < 13
                 and ws-comp-de not > ws-comp-ate
                 set periodo-valido to true
              else
                 display "AMBE038 - periodo invalido."
              end-if
           end-perform.
       010-99-fim. exit.

       020-abre-arquivos.
           move space to ws-status-abertura
           open input arq-faturamento
           if fs-arq-faturamento > "09"
              display "AMBE038 - erro ao abrir arq-faturamento: "
                      fs-arq-faturamento
              go to 020-99-fim
           end-if
           open input arq-cliente
           if ws-resultado-acesso > "09"
              display "AMBE038 - erro ao abrir arq-cliente: "
                      ws-resultado-acesso
              close arq-faturamento
              go to 020-99-fim
           end-if
           open input arq-vendedor
           open input arq-carteira
           open input arq-municipio
           if fs-arq-vendedor > "09"
              or fs-arq-carteira > "09"
              or fs-arq-municipio > "09"
              display "AMBE038 - erro ao abrir vendedor/carteira/"
                      "municipio: " fs-arq-vendedor " "
                      fs-arq-carteira " " fs-arq-municipio
              close arq-faturamento
              close arq-cliente
              close arq-vendedor
              close arq-carteira
              close arq-municipio
              go to 020-99-fim
           end-if
           open output relat-curva-abc
           set abriu-ok to true.
       020-99-fim. exit.

       030-imprime-cabecalho.
           move ws-comp-de  to ws-ed-periodo
           move ws-comp-ate to ws-ed-periodo-ate
           move spaces to linha-relat-curva-abc
           string "CURVA ABC DE CLIENTES POR FATURAMENTO - "
                  "COMPETENCIAS " ws-ed-periodo " A "
                  ws-ed-periodo-ate
                  delimited by size into linha-relat-curva-abc
           write linha-relat-curva-abc
           move spaces to linha-relat-curva-abc
           string "CLASSE A ATE 80% DO ACUMULADO - B ATE 95% - "
                  "C RESTANTE"
                  delimited by size into linha-relat-curva-abc
           write linha-relat-curva-abc.
       030-99-fim. exit.

       100-carrega-vendedores.
           initialize WS-TABELA-VENDEDORES
           move zeros to WS-VEND-CODIGO(ws-ind-sem-carteira)
           move "SEM CARTEIRA" to WS-VEND-NOME(ws-ind-sem-carteira)
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
           move vendedor-codigo to WS-VEND-CODIGO(ws-qtd-vendedores)
           move vendedor-nome   to WS-VEND-NOME(ws-qtd-vendedores)
           move vendedor-status to WS-VEND-STATUS(ws-qtd-vendedores).
       110-99-fim. exit.

      *  arq-faturamento esta em ordem de CNPJ + competencia: soma o
      *  periodo na quebra de CNPJ.
       200-acumula-faturamento.
           move spaces to ws-fim-faturamento
           move spaces to ws-cnpj-atual
           move zeros  to ws-valor-cnpj
           initialize fatura-REG
           start arq-faturamento key is not less fatura-chave
           if fs-arq-faturamento > "09"
              set fim-faturamento to true
           end-if
           perform 210-le-faturamento thru 210-99-fim
                   until fim-faturamento
           perform 220-fecha-cnpj thru 220-99-fim.
       200-99-fim. exit.

       210-le-faturamento.
           read arq-faturamento next record ignore lock
           if fs-arq-faturamento > "09"
              set fim-faturamento to true
              go to 210-99-fim
           end-if
           if fatura-competencia < ws-comp-de
              or fatura-competencia > ws-comp-ate
              go to 210-99-fim
           end-if
           if fatura-cnpj not = ws-cnpj-atual
              perform 220-fecha-cnpj thru 220-99-fim
              move fatura-cnpj to ws-cnpj-atual
           end-if
           add fatura-valor to ws-valor-cnpj.
       210-99-fim. exit.

       220-fecha-cnpj.
           if ws-cnpj-atual = spaces or ws-valor-cnpj = zeros
              move zeros to ws-valor-cnpj
              go to 220-99-fim
           end-if
           if ws-qtd-abc = 5000
              add 1 to ws-qtd-alem-abc
           else
              add 1 to ws-qtd-abc
              initialize WS-ABC-ENTRY(ws-qtd-abc)
              move ws-cnpj-atual to WS-ABC-CNPJ(ws-qtd-abc)
              move ws-valor-cnpj to WS-ABC-VALOR(ws-qtd-abc)
              add ws-valor-cnpj  to ws-valor-total
           end-if
           move zeros to ws-valor-cnpj.
       220-99-fim. exit.

       250-completa-clientes.
           perform varying ws-i from 1 by 1 until ws-i > ws-qtd-abc
              move WS-ABC-CNPJ(ws-i) to cliente-cnpj
              read arq-cliente ignore lock key is cliente-cnpj
              if ws-resultado-acesso > "09"
                 move "NAO CADASTRADO"   to WS-ABC-RAZAO(ws-i)
                 move "??"               to WS-ABC-UF(ws-i)
                 move ws-ind-sem-carteira to WS-ABC-IND-VEND(ws-i)
              else
                 move cliente-codigo     to WS-ABC-CODIGO(ws-i)
                 move cliente-razao      to WS-ABC-RAZAO(ws-i)
                 move cliente-municipio  to WS-ABC-MUNICIPIO(ws-i)
                 perform 260-localiza-vendedor thru 260-99-fim
                 move cliente-municipio  to municipio-codigo
                 read arq-municipio ignore lock
                 if fs-arq-municipio > "09"
                    move "??"            to WS-ABC-UF(ws-i)
                 else
                    move municipio-uf    to WS-ABC-UF(ws-i)
                 end-if
              end-if
           end-perform.
       250-99-fim. exit.

      *  Vendedor do cliente: o primeiro ativo que o tem na
      *  carteira; na falta, o primeiro inativo.
       260-localiza-vendedor.
           move ws-ind-sem-carteira to WS-ABC-IND-VEND(ws-i)
           move space to ws-achou-ativo
           perform varying ws-j from 1 by 1
                   until ws-j > ws-qtd-vendedores or achou-vend-ativo
              move WS-VEND-CODIGO(ws-j) to carteira-vendedor
              move cliente-codigo       to carteira-cliente
              read arq-carteira ignore lock
              if fs-arq-carteira < "10"
                 if ws-vend-ativo(ws-j)
                    move ws-j to WS-ABC-IND-VEND(ws-i)
                    set achou-vend-ativo to true
                 else
                    if WS-ABC-IND-VEND(ws-i) = ws-ind-sem-carteira
                       move ws-j to WS-ABC-IND-VEND(ws-i)
                    end-if
                 end-if
              end-if
           end-perform.
       260-99-fim. exit.

       300-ordena-por-valor.
           perform varying ws-i from 1 by 1 until ws-i >= ws-qtd-abc
              perform varying ws-j from ws-i by 1
                      until ws-j > ws-qtd-abc
                 if WS-ABC-VALOR(ws-j) > WS-ABC-VALOR(ws-i)
                    move WS-ABC-ENTRY(ws-i) to WS-TROCA-ABC
                    move WS-ABC-ENTRY(ws-j) to WS-ABC-ENTRY(ws-i)
                    move WS-TROCA-ABC       to WS-ABC-ENTRY(ws-j)
                 end-if
              end-perform
           end-perform.
       300-99-fim. exit.

      *  A classe e decidida pelo acumulado antes do cliente: quem
      *  cruza os 80% ainda e A. Valor negativo (devolucao maior
      *  que a venda) e sempre C.
       350-imprime-curva.
           move spaces to linha-relat-curva-abc
           write linha-relat-curva-abc
           move spaces to linha-relat-curva-abc
           string "RANK  CL  CODIGO CNPJ           "
                  "RAZAO SOCIAL                   VEND. UF "
                  "          FATURAMENTO      %  %ACUM"
                  delimited by size into linha-relat-curva-abc
           write linha-relat-curva-abc
           move zeros to ws-valor-acumulado
           move zeros to ws-qtd-classe(1) ws-qtd-classe(2)
                         ws-qtd-classe(3) ws-valor-classe(1)
                         ws-valor-classe(2) ws-valor-classe(3)
           perform varying ws-i from 1 by 1 until ws-i > ws-qtd-abc
              if ws-valor-total > zeros
                 compute ws-pct-acumulado rounded =
                         ws-valor-acumulado * 100 / ws-valor-total
              else
                 move 100 to ws-pct-acumulado
              end-if
              evaluate true
                  when WS-ABC-VALOR(ws-i) not > zeros
                      move "C" to WS-ABC-CLASSE(ws-i)
                  when ws-pct-acumulado < ws-limite-a
                      move "A" to WS-ABC-CLASSE(ws-i)
                  when ws-pct-acumulado < ws-limite-b
                      move "B" to WS-ABC-CLASSE(ws-i)
                  when other
                      move "C" to WS-ABC-CLASSE(ws-i)
              end-evaluate
              add WS-ABC-VALOR(ws-i) to ws-valor-acumulado
              perform 360-imprime-cliente thru 360-99-fim
              perform 370-acumula-classe  thru 370-99-fim
           end-perform
           move spaces to linha-relat-curva-abc
           write linha-relat-curva-abc
           perform varying ws-k from 1 by 1 until ws-k > 3
              move ws-qtd-classe(ws-k)   to ws-ed-qtd
              move ws-valor-classe(ws-k) to ws-ed-valor
              move spaces to linha-relat-curva-abc
              evaluate ws-k
                  when 1
                      string "CLASSE A: " ws-ed-qtd " CLIENTES  "
                             ws-ed-valor
                             delimited by size
                             into linha-relat-curva-abc
                  when 2
                      string "CLASSE B: " ws-ed-qtd " CLIENTES  "
                             ws-ed-valor
                             delimited by size
                             into linha-relat-curva-abc
                  when other
                      string "CLASSE C: " ws-ed-qtd " CLIENTES  "
                             ws-ed-valor
                             delimited by size
                             into linha-relat-curva-abc
              end-evaluate
              write linha-relat-curva-abc
           end-perform
           move ws-qtd-abc     to ws-ed-qtd
           move ws-valor-total to ws-ed-valor
           move spaces to linha-relat-curva-abc
           string "TOTAL...: " ws-ed-qtd " CLIENTES  " ws-ed-valor
                  delimited by size into linha-relat-curva-abc
           write linha-relat-curva-abc
           if ws-qtd-alem-abc > zeros
              move spaces to linha-relat-curva-abc
              string "(LIMITE DE 5000 CNPJ ATINGIDO - "
                     ws-qtd-alem-abc " CNPJ FORA DA CURVA)"
                     delimited by size into linha-relat-curva-abc
              write linha-relat-curva-abc
           end-if.
       350-99-fim. exit.

       360-imprime-cliente.
           if ws-valor-total > zeros
              compute ws-pct rounded =
                      WS-ABC-VALOR(ws-i) * 100 / ws-valor-total
              compute ws-pct-acumulado rounded =
                      ws-valor-acumulado * 100 / ws-valor-total
           else
              move zeros to ws-pct ws-pct-acumulado
           end-if
           move ws-i                to ws-ed-rank
           move WS-ABC-CODIGO(ws-i) to ws-ed-codigo
           move ws-pct              to ws-ed-pct
           move ws-pct-acumulado    to ws-ed-pct-acum
           move WS-ABC-VALOR(ws-i)  to ws-ed-valor
           move WS-VEND-CODIGO(WS-ABC-IND-VEND(ws-i))
             to ws-ed-vendedor
           move spaces to linha-relat-curva-abc
           string ws-ed-rank            "  "
                  WS-ABC-CLASSE(ws-i)   "  "
                  ws-ed-codigo          " "
                  WS-ABC-CNPJ(ws-i)     " "
                  WS-ABC-RAZAO(ws-i)    " "
                  ws-ed-vendedor        " "
                  WS-ABC-UF(ws-i)       " "
                  ws-ed-valor           " "
                  ws-ed-pct             " "
                  ws-ed-pct-acum
                  delimited by size into linha-relat-curva-abc
           write linha-relat-curva-abc.
       360-99-fim. exit.

       370-acumula-classe.
           evaluate WS-ABC-CLASSE(ws-i)
               when "A"   move 1 to ws-k
               when "B"   move 2 to ws-k
               when other move 3 to ws-k
           end-evaluate
           add 1                  to ws-qtd-classe(ws-k)
           add WS-ABC-VALOR(ws-i) to ws-valor-classe(ws-k)
           move WS-ABC-IND-VEND(ws-i) to ws-j
           add 1                  to WS-VEND-QTD(ws-j ws-k)
           add WS-ABC-VALOR(ws-i) to WS-VEND-VALOR(ws-j ws-k)
           perform 380-localiza-municipio thru 380-99-fim
           if ws-ind-mun > zeros
              add 1 to WS-MUN-QTD(ws-ind-mun ws-k)
              add WS-ABC-VALOR(ws-i)
                to WS-MUN-VALOR(ws-ind-mun ws-k)
           end-if.
       370-99-fim. exit.

       380-localiza-municipio.
           move zeros to ws-ind-mun
           perform varying ws-j from 1 by 1
                   until ws-j > ws-qtd-municipios
                      or ws-ind-mun > zeros
              if WS-MUN-CODIGO(ws-j) = WS-ABC-MUNICIPIO(ws-i)
                 move ws-j to ws-ind-mun
              end-if
           end-perform
           if ws-ind-mun > zeros
              go to 380-99-fim
           end-if
           if ws-qtd-municipios = 1000
              add 1 to ws-qtd-alem-municipios
              go to 380-99-fim
           end-if
           add 1 to ws-qtd-municipios
           move ws-qtd-municipios to ws-ind-mun
           initialize WS-MUN-ENTRY(ws-ind-mun)
           move WS-ABC-MUNICIPIO(ws-i) to WS-MUN-CODIGO(ws-ind-mun)
           move WS-ABC-UF(ws-i)        to WS-MUN-UF(ws-ind-mun)
           move WS-ABC-MUNICIPIO(ws-i) to municipio-codigo
           read arq-municipio ignore lock
           if fs-arq-municipio > "09"
              move "MUNICIPIO NAO CADASTRADO"
                to WS-MUN-NOME(ws-ind-mun)
           else
              move municipio-nome to WS-MUN-NOME(ws-ind-mun)
           end-if.
       380-99-fim. exit.

       400-imprime-vendedores.
           move spaces to linha-relat-curva-abc
           write linha-relat-curva-abc
           move spaces to linha-relat-curva-abc
           string "CLASSES POR VENDEDOR (ARQ-CARTEIRA)"
                  delimited by size into linha-relat-curva-abc
           write linha-relat-curva-abc
           move spaces to linha-relat-curva-abc
           string "VEND. NOME                       QTD.A"
                  "         VALOR A  QTD.B         VALOR B  QTD.C"
                  "         VALOR C"
                  delimited by size into linha-relat-curva-abc
           write linha-relat-curva-abc
           perform varying ws-j from 1 by 1 until ws-j > 201
              if ws-j not > ws-qtd-vendedores
                 or ws-j = ws-ind-sem-carteira
                 if WS-VEND-QTD(ws-j 1) + WS-VEND-QTD(ws-j 2)
                    + WS-VEND-QTD(ws-j 3) > zeros
                    perform 410-imprime-um-vendedor thru 410-99-fim
                 end-if
              end-if
           end-perform
           if ws-qtd-alem-vendedores > zeros
              move spaces to linha-relat-curva-abc
              string "(LIMITE DE 200 VENDEDORES ATINGIDO - CLIENTES "
                     "DOS DEMAIS FICAM EM SEM CARTEIRA)"
                     delimited by size into linha-relat-curva-abc
              write linha-relat-curva-abc
           end-if.
       400-99-fim. exit.

       410-imprime-um-vendedor.
           move WS-VEND-CODIGO(ws-j)  to ws-ed-vendedor
           move WS-VEND-QTD(ws-j 1)   to ws-ed-qtd-a
           move WS-VEND-QTD(ws-j 2)   to ws-ed-qtd-b
           move WS-VEND-QTD(ws-j 3)   to ws-ed-qtd-c
           move WS-VEND-VALOR(ws-j 1) to ws-ed-valor-a
           move WS-VEND-VALOR(ws-j 2) to ws-ed-valor-b
           move WS-VEND-VALOR(ws-j 3) to ws-ed-valor-c
           move spaces to linha-relat-curva-abc
           string ws-ed-vendedor        " "
                  WS-VEND-NOME(ws-j)    " "
                  ws-ed-qtd-a           " "
                  ws-ed-valor-a         " "
                  ws-ed-qtd-b           " "
                  ws-ed-valor-b         " "
                  ws-ed-qtd-c           " "
                  ws-ed-valor-c
                  delimited by size into linha-relat-curva-abc
           write linha-relat-curva-abc.
       410-99-fim. exit.

       450-imprime-municipios.
           perform varying ws-i from 1 by 1
                   until ws-i >= ws-qtd-municipios
              perform varying ws-j from ws-i by 1
                      until ws-j > ws-qtd-municipios
                 if WS-MUN-UF(ws-j) < WS-MUN-UF(ws-i)
                    or (WS-MUN-UF(ws-j) = WS-MUN-UF(ws-i)
                        and WS-MUN-NOME(ws-j) < WS-MUN-NOME(ws-i))
                    move WS-MUN-ENTRY(ws-i) to WS-TROCA-MUN
                    move WS-MUN-ENTRY(ws-j) to WS-MUN-ENTRY(ws-i)
                    move WS-TROCA-MUN       to WS-MUN-ENTRY(ws-j)
                 end-if
              end-perform
           end-perform
           move spaces to linha-relat-curva-abc
           write linha-relat-curva-abc
           move spaces to linha-relat-curva-abc
           string "CLASSES POR UF / MUNICIPIO (ARQ-MUNICIPIO)"
                  delimited by size into linha-relat-curva-abc
           write linha-relat-curva-abc
           move spaces to linha-relat-curva-abc
           string "UF MUNICIPIO                      QTD.A"
                  "         VALOR A  QTD.B         VALOR B  QTD.C"
                  "         VALOR C"
                  delimited by size into linha-relat-curva-abc
           write linha-relat-curva-abc
           move spaces to ws-uf-atual
           move zeros  to ws-qtd-uf(1) ws-qtd-uf(2) ws-qtd-uf(3)
                          ws-valor-uf(1) ws-valor-uf(2) ws-valor-uf(3)
           perform varying ws-i from 1 by 1
                   until ws-i > ws-qtd-municipios
              if WS-MUN-UF(ws-i) not = ws-uf-atual
                 and ws-uf-atual not = spaces
                 perform 470-imprime-total-uf thru 470-99-fim
              end-if
              move WS-MUN-UF(ws-i) to ws-uf-atual
              perform 460-imprime-um-municipio thru 460-99-fim
           end-perform
           if ws-uf-atual not = spaces
              perform 470-imprime-total-uf thru 470-99-fim
           end-if
           if ws-qtd-alem-municipios > zeros
              move spaces to linha-relat-curva-abc
              string "(LIMITE DE 1000 MUNICIPIOS ATINGIDO - "
                     ws-qtd-alem-municipios
                     " CLIENTES FORA DA QUEBRA)"
                     delimited by size into linha-relat-curva-abc
              write linha-relat-curva-abc
           end-if.
       450-99-fim. exit.

       460-imprime-um-municipio.
           move WS-MUN-QTD(ws-i 1)   to ws-ed-qtd-a
           move WS-MUN-QTD(ws-i 2)   to ws-ed-qtd-b
           move WS-MUN-QTD(ws-i 3)   to ws-ed-qtd-c
           move WS-MUN-VALOR(ws-i 1) to ws-ed-valor-a
           move WS-MUN-VALOR(ws-i 2) to ws-ed-valor-b
           move WS-MUN-VALOR(ws-i 3) to ws-ed-valor-c
           move spaces to linha-relat-curva-abc
           string WS-MUN-UF(ws-i)    " "
                  WS-MUN-NOME(ws-i)  " "
                  ws-ed-qtd-a        " "
                  ws-ed-valor-a      " "
                  ws-ed-qtd-b        " "
                  ws-ed-valor-b      " "
                  ws-ed-qtd-c        " "
                  ws-ed-valor-c
                  delimited by size into linha-relat-curva-abc
           write linha-relat-curva-abc
           perform varying ws-k from 1 by 1 until ws-k > 3
              add WS-MUN-QTD(ws-i ws-k)   to ws-qtd-uf(ws-k)
              add WS-MUN-VALOR(ws-i ws-k) to ws-valor-uf(ws-k)
           end-perform.
       460-99-fim. exit.

       470-imprime-total-uf.
           move ws-qtd-uf(1)       to ws-ed-qtd-a
           move ws-qtd-uf(2)       to ws-ed-qtd-b
           move ws-qtd-uf(3)       to ws-ed-qtd-c
           move ws-valor-uf(1)     to ws-ed-valor-a
           move ws-valor-uf(2)     to ws-ed-valor-b
           move ws-valor-uf(3)     to ws-ed-valor-c
           move spaces to linha-relat-curva-abc
           string ws-uf-atual " TOTAL DA UF                   "
                  ws-ed-qtd-a        " "
                  ws-ed-valor-a      " "
                  ws-ed-qtd-b        " "
                  ws-ed-valor-b      " "
                  ws-ed-qtd-c        " "
                  ws-ed-valor-c
                  delimited by size into linha-relat-curva-abc
           write linha-relat-curva-abc
           move spaces to linha-relat-curva-abc
           write linha-relat-curva-abc
           perform varying ws-k from 1 by 1 until ws-k > 3
              move zeros to ws-qtd-uf(ws-k)
                            ws-valor-uf(ws-k)
           end-perform.
       470-99-fim. exit.

       500-fecha-arquivos.
           close arq-faturamento
           close arq-cliente
           close arq-vendedor
           close arq-carteira
           close arq-municipio
           close relat-curva-abc
           display "AMBE038 - clientes na curva....: " ws-qtd-abc.
       500-99-fim. exit.

       END PROGRAM AMBE038.
