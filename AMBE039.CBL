       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE039.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Clientes ativos sem faturamento no ERP nos   *
                      *  ultimos N meses (arq-faturamento, carga do   *
                      *  AMBE037), com vendedor, municipio e ultima   *
                      *  competencia faturada: candidatos a visita    *
                      *  ou ao expurgo do AMBE013.                    *
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

           select arq-faturamento assign to disk wid-arq-faturamento
                  organization         is indexed
                  access mode          is dynamic
                  record key           is fatura-chave
                  lock mode            is manual
                  file status          is fs-arq-faturamento.

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

           SELECT relat-sem-compra ASSIGN TO lb-relat-sem-compra
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-sem-compra.

       DATA DIVISION.
       FILE SECTION.
       FD  arq-cliente
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-cliente.
       COPY CPCLIENTE.

       FD  arq-faturamento
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-faturamento.
       COPY CPFATURA.

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

       FD  relat-sem-compra.
       01  linha-relat-sem-compra                pic x(132).

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
           05 fs-relat-sem-compra   pic  x(002) value spaces.
           05 lb-relat-sem-compra   pic  x(050) value spaces.
           05 ws-parametros         pic  x(001) value space.
              88 parametros-ok          value "S".
              88 parametros-erro        value "E".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 ws-fim-clientes       pic  x(001) value space.
              88 fim-clientes           value "S".
           05 ws-fim-vendedores     pic  x(001) value space.
              88 fim-vendedores         value "S".
           05 ws-faturou            pic  x(001) value space.
              88 faturou-no-periodo     value "S".
           05 ws-achou-ativo        pic  x(001) value space.
              88 achou-vend-ativo       value "S".
           05 ws-n-meses            pic  9(002) value zeros.
           05 ws-meses-corte        pic  9(006) value zeros.
           05 ws-comp-corte         pic  9(006) value zeros.
           05 redefines ws-comp-corte.
              10 ws-corte-ano       pic  9(004).
              10 ws-corte-mes       pic  9(002).
           05 ws-ano-atual          pic  9(004) value zeros.
           05 ws-mes-atual          pic  9(002) value zeros.
           05 ws-ultima-comp        pic  9(006) value zeros.
           05 ws-ultimo-valor       pic  s9(011)v9(002) value zeros.
           05 ws-ind-vend           pic  9(003) value zeros.
           05 ws-j                  pic  9(003) value zeros.
           05 ws-qtd-vendedores     pic  9(003) value zeros.
           05 ws-qtd-alem-vendedores
                                    pic  9(003) value zeros.
           05 ws-qtd-avaliados      pic  9(006) value zeros.
           05 ws-qtd-sem-compra     pic  9(006) value zeros.
           05 ws-qtd-nunca          pic  9(006) value zeros.
       01  AREAS-EDICAO.
           05 ws-ed-codigo          pic  ZZZZZZ9.
           05 ws-ed-vendedor        pic  ZZZZ9.
           05 ws-ed-comp            pic  9999/99.
           05 ws-ed-corte           pic  9999/99.
           05 ws-ed-valor           pic  -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 ws-ed-ultima          pic  x(030) value spaces.
           05 ws-ed-municipio       pic  x(025) value spaces.
       01  WS-TABELA-VENDEDORES.
           05 WS-VEND-ENTRY OCCURS 200 TIMES.
              10 WS-VEND-CODIGO     pic  9(005).
              10 WS-VEND-STATUS     pic  x(001).
                 88 ws-vend-ativo       value "A".
       COPY LKAMBE503.

       PROCEDURE DIVISION.
       000-INICIO.
           perform 005-le-parametros thru 005-99-fim
           if parametros-erro
              GO TO 000-99-FIM
           end-if
           perform 010-aceita-meses  thru 010-99-fim
           perform 020-abre-arquivos thru 020-99-fim
           if abriu-ok
              perform 030-imprime-cabecalho  thru 030-99-fim
              perform 100-carrega-vendedores thru 100-99-fim
              perform 200-avalia-clientes    thru 200-99-fim
              perform 500-fecha-arquivos     thru 500-99-fim
           end-if.
       000-99-FIM.
           GOBACK.

       005-le-parametros.
           set parametros-ok to true
           initialize lk-ambe503
           set link-ambe503-ler-relat to true
           move "lb-relat-sem-compra" to lk-ambe503-nome
           call 'AMBE503' using lk-ambe503
           if link-ambe503-ok
              move lk-ambe503-valor to lb-relat-sem-compra
           else
              set parametros-erro to true
              display "AMBE039 - parametro lb-relat-sem-compra "
                      "ausente em arq-parametros"
           end-if.
       005-99-fim. exit.

      *  "Ultimos N meses" = competencias a partir do mes atual
      *  menos N; com N = 3 em outubro, vale julho em diante.
       010-aceita-meses.
           move zeros to ws-n-meses
           perform test after until ws-n-meses > zeros
              display "AMBE039 - sem faturamento ha quantos meses? "
              accept ws-n-meses
           end-perform
           move function current-date(1:4) to ws-ano-atual
           move function current-date(5:2) to ws-mes-atual
           compute ws-meses-corte = ws-ano-atual * 12
                                  + ws-mes-atual - 1 - ws-n-meses
           divide ws-meses-corte by 12 giving ws-corte-ano
                                       remainder ws-corte-mes
           add 1 to ws-corte-mes.
       010-99-fim. exit.

       020-abre-arquivos.
           move space to ws-status-abertura
           open input arq-cliente
           if ws-resultado-acesso > "09"
              display "AMBE039 - erro ao abrir arq-cliente: "
                      ws-resultado-acesso
              go to 020-99-fim
           end-if
           open input arq-faturamento
           if fs-arq-faturamento > "09"
              display "AMBE039 - erro ao abrir arq-faturamento: "
                      fs-arq-faturamento
              close arq-cliente
              go to 020-99-fim
           end-if
           open input arq-vendedor
           open input arq-carteira
           open input arq-municipio
           if fs-arq-vendedor > "09"
              or fs-arq-carteira > "09"
              or fs-arq-municipio > "09"
              display "AMBE039 - erro ao abrir vendedor/carteira/"
                      "municipio: " fs-arq-vendedor " "
                      fs-arq-carteira " " fs-arq-municipio
              close arq-cliente
              close arq-faturamento
              close arq-vendedor
              close arq-carteira
              close arq-municipio
              go to 020-99-fim
           end-if
           open output relat-sem-compra
           set abriu-ok to true.
       020-99-fim. exit.

       030-imprime-cabecalho.
           move ws-comp-corte to ws-ed-corte
           move spaces to linha-relat-sem-compra
           string "CLIENTES ATIVOS SEM FATURAMENTO HA " ws-n-meses
                  " MESES - NENHUMA COMPETENCIA DESDE " ws-ed-corte
                  delimited by size into linha-relat-sem-compra
           write linha-relat-sem-compra
           move spaces to linha-relat-sem-compra
           string " CODIGO CNPJ           RAZAO SOCIAL"
                  "                   VEND. MUNICIPIO"
                  "                 UF ULTIMA COMPETENCIA"
                  delimited by size into linha-relat-sem-compra
           write linha-relat-sem-compra.
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
           move vendedor-codigo to WS-VEND-CODIGO(ws-qtd-vendedores)
           move vendedor-status to WS-VEND-STATUS(ws-qtd-vendedores).
       110-99-fim. exit.

       200-avalia-clientes.
           move spaces to ws-fim-clientes
           initialize cliente-REG
           move zeros to cliente-codigo
           start arq-cliente key is not less cliente-chave
           if ws-resultado-acesso > "09"
              set fim-clientes to true
           end-if
           perform 210-avalia-um-cliente thru 210-99-fim
                   until fim-clientes
           perform 400-imprime-rodape thru 400-99-fim.
       200-99-fim. exit.

       210-avalia-um-cliente.
           read arq-cliente next record ignore lock
           if ws-resultado-acesso > "09"
              set fim-clientes to true
              go to 210-99-fim
           end-if
           if cliente-inativo
              go to 210-99-fim
           end-if
           add 1 to ws-qtd-avaliados
           perform 220-verifica-faturamento thru 220-99-fim
           if faturou-no-periodo
              go to 210-99-fim
           end-if
           add 1 to ws-qtd-sem-compra
           perform 230-ultima-competencia thru 230-99-fim
           perform 240-localiza-vendedor  thru 240-99-fim
           perform 300-imprime-cliente    thru 300-99-fim.
       210-99-fim. exit.

       220-verifica-faturamento.
           move space to ws-faturou
           initialize fatura-REG
           move cliente-cnpj  to fatura-cnpj
           move ws-comp-corte to fatura-competencia
           start arq-faturamento key is not less fatura-chave
           if fs-arq-faturamento < "10"
              read arq-faturamento next record ignore lock
              if fs-arq-faturamento < "10"
                 and fatura-cnpj = cliente-cnpj
                 set faturou-no-periodo to true
              end-if
           end-if.
       220-99-fim. exit.

       230-ultima-competencia.
           move zeros to ws-ultima-comp ws-ultimo-valor
           initialize fatura-REG
           move cliente-cnpj to fatura-cnpj
           move 999999       to fatura-competencia
           start arq-faturamento key is not greater fatura-chave
           if fs-arq-faturamento < "10"
              read arq-faturamento previous record ignore lock
              if fs-arq-faturamento < "10"
                 and fatura-cnpj = cliente-cnpj
                 move fatura-competencia to ws-ultima-comp
                 move fatura-valor       to ws-ultimo-valor
              end-if
           end-if.
       230-99-fim. exit.

      *  Vendedor do cliente: o primeiro ativo que o tem na
      *  carteira; na falta, o primeiro inativo; zero = sem
      *  carteira.
       240-localiza-vendedor.
           move zeros to ws-ind-vend
           move space to ws-achou-ativo
           perform varying ws-j from 1 by 1
                   until ws-j > ws-qtd-vendedores or achou-vend-ativo
              move WS-VEND-CODIGO(ws-j) to carteira-vendedor
              move cliente-codigo       to carteira-cliente
              read arq-carteira ignore lock
              if fs-arq-carteira < "10"
                 if ws-vend-ativo(ws-j)
                    move ws-j to ws-ind-vend
                    set achou-vend-ativo to true
                 else
                    if ws-ind-vend = zeros
                       move ws-j to ws-ind-vend
                    end-if
                 end-if
              end-if
           end-perform.
       240-99-fim. exit.

       300-imprime-cliente.
           move cliente-codigo to ws-ed-codigo
           if ws-ind-vend = zeros
              move zeros to ws-ed-vendedor
           else
              move WS-VEND-CODIGO(ws-ind-vend) to ws-ed-vendedor
           end-if
           move spaces to ws-ed-municipio
           move spaces to municipio-uf
           move cliente-municipio to municipio-codigo
           read arq-municipio ignore lock
           if fs-arq-municipio < "10"
              move municipio-nome to ws-ed-municipio
           else
              move "NAO CADASTRADO" to ws-ed-municipio
              move "??"             to municipio-uf
           end-if
           move spaces to ws-ed-ultima
           if ws-ultima-comp = zeros
              add 1 to ws-qtd-nunca
              move "NUNCA FATUROU" to ws-ed-ultima
           else
              move ws-ultima-comp  to ws-ed-comp
              move ws-ultimo-valor to ws-ed-valor
              string ws-ed-comp " " ws-ed-valor
                     delimited by size into ws-ed-ultima
           end-if
           move spaces to linha-relat-sem-compra
           string ws-ed-codigo           " "
                  cliente-cnpj           " "
                  cliente-razao(1:30)    " "
                  ws-ed-vendedor         " "
                  ws-ed-municipio        " "
                  municipio-uf           " "
                  ws-ed-ultima
                  delimited by size into linha-relat-sem-compra
           write linha-relat-sem-compra.
       300-99-fim. exit.

       400-imprime-rodape.
           move spaces to linha-relat-sem-compra
           write linha-relat-sem-compra
           move spaces to linha-relat-sem-compra
           string "CLIENTES ATIVOS AVALIADOS..: " ws-qtd-avaliados
                  delimited by size into linha-relat-sem-compra
           write linha-relat-sem-compra
           move spaces to linha-relat-sem-compra
           string "SEM FATURAMENTO NO PERIODO.: " ws-qtd-sem-compra
                  delimited by size into linha-relat-sem-compra
           write linha-relat-sem-compra
           move spaces to linha-relat-sem-compra
           string "NUNCA FATURARAM............: " ws-qtd-nunca
                  delimited by size into linha-relat-sem-compra
           write linha-relat-sem-compra
           if ws-qtd-alem-vendedores > zeros
              move spaces to linha-relat-sem-compra
              string "(LIMITE DE 200 VENDEDORES ATINGIDO - VENDEDOR "
                     "PODE SAIR ZERADO)"
                     delimited by size into linha-relat-sem-compra
              write linha-relat-sem-compra
           end-if.
       400-99-fim. exit.

       500-fecha-arquivos.
           close arq-cliente
           close arq-faturamento
           close arq-vendedor
           close arq-carteira
           close arq-municipio
           close relat-sem-compra
           display "AMBE039 - clientes avaliados...: " ws-qtd-avaliados
           display "AMBE039 - sem faturamento......: "
                   ws-qtd-sem-compra.
       500-99-fim. exit.

       END PROGRAM AMBE039.
