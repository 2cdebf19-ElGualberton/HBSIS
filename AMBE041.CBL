       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE041.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Consolidado de grupo economico: para cada    *
                      *  raiz de CNPJ do grupo (arq-grupo-cnpj), as   *
                      *  filiais de arq-cliente com vendedor da       *
                      *  carteira e municipio, e os contatos de cada  *
                      *  filial. Grupo zerado lista todos os grupos.  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select arq-grupo assign to disk wid-arq-grupo
                  organization         is indexed
                  access mode          is dynamic
                  record key           is grupo-chave
                  lock mode            is manual
                  file status          is fs-arq-grupo.

           select arq-grupo-cnpj assign to disk wid-arq-grupo-cnpj
                  organization         is indexed
                  access mode          is dynamic
                  record key           is grupocnpj-chave
                  ALTERNATE RECORD KEY IS grupocnpj-grupo
                                          WITH DUPLICATES
                  lock mode            is manual
                  file status          is fs-arq-grupo-cnpj.

           select arq-cliente assign to disk wid-arq-cliente
                  organization         is indexed
                  access mode          is dynamic
                  record key           is cliente-chave
                  ALTERNATE record key is cliente-cnpj
                  ALTERNATE RECORD KEY IS cliente-razao
                                          WITH DUPLICATES
                  lock mode            is manual
                  file status          is ws-resultado-acesso.

           select arq-contato assign to disk wid-arq-contato
                  organization         is indexed
                  access mode          is dynamic
                  record key           is contato-chave
                  lock mode            is manual
                  file status          is fs-arq-contato.

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

           SELECT relat-grupo ASSIGN TO lb-relat-grupo
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-grupo.

       DATA DIVISION.
       FILE SECTION.
       FD  arq-grupo
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-grupo.
       COPY CPGRUPO.

       FD  arq-grupo-cnpj
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-grupo-cnpj.
       COPY CPGRUPOCNPJ.

       FD  arq-cliente
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-cliente.
       COPY CPCLIENTE.

       FD  arq-contato
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-contato.
       COPY CPCONTATO.

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

       FD  relat-grupo.
       01  linha-relat-grupo                     pic x(132).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 fs-arq-grupo          pic  x(002) value spaces.
           05 wid-arq-grupo         pic  x(050) value "arq-grupo".
           05 fs-arq-grupo-cnpj     pic  x(002) value spaces.
           05 wid-arq-grupo-cnpj    pic  x(050)
                                    value "arq-grupo-cnpj".
           05 ws-resultado-acesso   pic  x(002) value "00".
           05 wid-arq-cliente       pic  x(050) value "arq-cliente".
           05 fs-arq-contato        pic  x(002) value spaces.
           05 wid-arq-contato       pic  x(050) value "arq-contato".
           05 fs-arq-vendedor       pic  x(002) value spaces.
           05 wid-arq-vendedor      pic  x(050) value "arq-vendedor".
           05 fs-arq-carteira       pic  x(002) value spaces.
           05 wid-arq-carteira      pic  x(050) value "arq-carteira".
           05 fs-arq-municipio      pic  x(002) value spaces.
           05 wid-arq-municipio     pic  x(050) value "arq-municipio".
           05 fs-relat-grupo        pic  x(002) value spaces.
           05 lb-relat-grupo        pic  x(050) value spaces.
           05 ws-parametros         pic  x(001) value space.
              88 parametros-ok          value "S".
              88 parametros-erro        value "E".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 ws-fim-grupos         pic  x(001) value space.
              88 fim-grupos             value "S".
           05 ws-fim-empresas       pic  x(001) value space.
              88 fim-empresas           value "S".
           05 ws-fim-filiais        pic  x(001) value space.
              88 fim-filiais            value "S".
           05 ws-fim-contatos       pic  x(001) value space.
              88 fim-contatos           value "S".
           05 ws-fim-vendedores     pic  x(001) value space.
              88 fim-vendedores         value "S".
           05 ws-achou-ativo        pic  x(001) value space.
              88 achou-vend-ativo       value "S".
           05 ws-cnpj-empresa       pic  x(008) value spaces.
           05 ws-ind-vend           pic  9(003) value zeros.
           05 ws-j                  pic  9(003) value zeros.
           05 ws-qtd-vendedores     pic  9(003) value zeros.
           05 ws-qtd-alem-vendedores
                                    pic  9(003) value zeros.
           05 ws-qtd-empresas-grupo pic  9(004) value zeros.
           05 ws-qtd-filiais-grupo  pic  9(006) value zeros.
           05 ws-qtd-contatos-grupo pic  9(006) value zeros.
       01  AREAS-EDICAO.
           05 ws-ed-codigo          pic  ZZZZZZ9.
           05 ws-ed-grupo           pic  ZZZZ9.
           05 ws-ed-vendedor        pic  ZZZZ9.
           05 ws-ed-seq             pic  ZZ9.
           05 ws-ed-status          pic  x(007) value spaces.
           05 ws-ed-vend-nome       pic  x(020) value spaces.
           05 ws-ed-municipio       pic  x(025) value spaces.
       01  WS-TABELA-VENDEDORES.
           05 WS-VEND-ENTRY OCCURS 200 TIMES.
              10 WS-VEND-CODIGO     pic  9(005).
              10 WS-VEND-NOME       pic  x(020).
              10 WS-VEND-STATUS     pic  x(001).
                 88 ws-vend-ativo       value "A".
       COPY LKAMBE503.

       LINKAGE SECTION.
       COPY LKAMBE041.
       PROCEDURE DIVISION USING LK-AMBE041.
       000-INICIO.
           set lk-ambe041-not-ok to true
           move zeros to lk-ambe041-qtd-grupos
                         lk-ambe041-qtd-empresas
                         lk-ambe041-qtd-filiais
                         lk-ambe041-qtd-contatos
           perform 005-le-parametros thru 005-99-fim
           if parametros-erro
              GO TO 000-99-FIM
           end-if
           perform 010-abre-arquivos thru 010-99-fim
           if abriu-ok
              perform 020-imprime-cabecalho  thru 020-99-fim
              perform 100-carrega-vendedores thru 100-99-fim
              if lk-ambe041-grupo > zeros
                 move lk-ambe041-grupo to grupo-codigo
                 read arq-grupo ignore lock
                 if fs-arq-grupo < "10"
                    perform 210-imprime-grupo thru 210-99-fim
                 else
                    display "AMBE041 - grupo nao cadastrado: "
                            lk-ambe041-grupo
                 end-if
              else
                 perform 200-varre-grupos thru 200-99-fim
              end-if
              move fs-arq-grupo to lk-ambe041-file-status
              if fs-arq-grupo < "10"
                 set lk-ambe041-ok to true
              end-if
              perform 400-imprime-rodape thru 400-99-fim
              perform 500-fecha-arquivos thru 500-99-fim
           else
              move fs-arq-grupo to lk-ambe041-file-status
           end-if.
       000-99-FIM.
           GOBACK.

       005-le-parametros.
           set parametros-ok to true
           initialize lk-ambe503
           set link-ambe503-ler-relat to true
           move "lb-relat-grupo" to lk-ambe503-nome
           call 'AMBE503' using lk-ambe503
           if link-ambe503-ok
              move lk-ambe503-valor to lb-relat-grupo
           else
              set parametros-erro to true
              display "AMBE041 - parametro lb-relat-grupo "
                      "ausente em arq-parametros"
           end-if.
       005-99-fim. exit.

      *  Grupos e clientes sao obrigatorios; sem contato, carteira
      *  ou municipio o consolidado sai com essas colunas em branco.
       010-abre-arquivos.
           move space to ws-status-abertura
           open input arq-grupo
           if fs-arq-grupo > "09"
              display "AMBE041 - erro ao abrir arq-grupo: "
                      fs-arq-grupo
              go to 010-99-fim
           end-if
           open input arq-grupo-cnpj
           if fs-arq-grupo-cnpj > "09"
              display "AMBE041 - erro ao abrir arq-grupo-cnpj: "
                      fs-arq-grupo-cnpj
              move fs-arq-grupo-cnpj to fs-arq-grupo
              close arq-grupo
              go to 010-99-fim
           end-if
           open input arq-cliente
           if ws-resultado-acesso > "09"
              display "AMBE041 - erro ao abrir arq-cliente: "
                      ws-resultado-acesso
              move ws-resultado-acesso to fs-arq-grupo
              close arq-grupo
              close arq-grupo-cnpj
              go to 010-99-fim
           end-if
           open input arq-contato
           open input arq-vendedor
           open input arq-carteira
           open input arq-municipio
           open output relat-grupo
           set abriu-ok to true.
       010-99-fim. exit.

       020-imprime-cabecalho.
           move spaces to linha-relat-grupo
           if lk-ambe041-grupo > zeros
              move lk-ambe041-grupo to ws-ed-grupo
              string "CONSOLIDADO DE GRUPO ECONOMICO - GRUPO "
                     ws-ed-grupo
                     delimited by size into linha-relat-grupo
           else
              string "CONSOLIDADO DE GRUPOS ECONOMICOS - TODOS OS "
                     "GRUPOS"
                     delimited by size into linha-relat-grupo
           end-if
           write linha-relat-grupo
           move spaces to linha-relat-grupo
           string " CODIGO FILI DG RAZAO SOCIAL"
                  "                             STATUS  VEND."
                  " NOME DO VENDEDOR     MUNICIPIO - UF"
                  delimited by size into linha-relat-grupo
           write linha-relat-grupo
           move spaces to linha-relat-grupo
           string "           CONTATO SEQ NOME"
                  "                           FUNCAO          TELEFONE"
                  "        E-MAIL"
                  delimited by size into linha-relat-grupo
           write linha-relat-grupo.
       020-99-fim. exit.

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
           move vendedor-nome   to WS-VEND-NOME(ws-qtd-vendedores)
           move vendedor-status to WS-VEND-STATUS(ws-qtd-vendedores).
       110-99-fim. exit.

       200-varre-grupos.
           move spaces to ws-fim-grupos
           initialize grupo-REG
           start arq-grupo key is not less grupo-chave
           if fs-arq-grupo > "09"
              set fim-grupos to true
           end-if
           perform 205-le-proximo-grupo thru 205-99-fim
                   until fim-grupos
           move "00" to fs-arq-grupo.
       200-99-fim. exit.

       205-le-proximo-grupo.
           read arq-grupo next record ignore lock
           if fs-arq-grupo > "09"
              set fim-grupos to true
           else
              perform 210-imprime-grupo thru 210-99-fim
           end-if.
       205-99-fim. exit.

       210-imprime-grupo.
           add 1 to lk-ambe041-qtd-grupos
           move zeros to ws-qtd-empresas-grupo
                         ws-qtd-filiais-grupo
                         ws-qtd-contatos-grupo
           move grupo-codigo to ws-ed-grupo
           move spaces to linha-relat-grupo
           write linha-relat-grupo
           move spaces to linha-relat-grupo
           string "GRUPO " ws-ed-grupo " - " grupo-nome
                  "   EMPRESA LIDER: " grupo-cnpj-lider
                  delimited by size into linha-relat-grupo
           write linha-relat-grupo
           move spaces to ws-fim-empresas
           initialize grupocnpj-REG
           move grupo-codigo to grupocnpj-grupo
           start arq-grupo-cnpj key is not less grupocnpj-grupo
           if fs-arq-grupo-cnpj > "09"
              set fim-empresas to true
           end-if
           perform 220-imprime-empresa thru 220-99-fim
                   until fim-empresas
           move spaces to linha-relat-grupo
           string "  TOTAL DO GRUPO - EMPRESAS: " ws-qtd-empresas-grupo
                  " FILIAIS: " ws-qtd-filiais-grupo
                  " CONTATOS: " ws-qtd-contatos-grupo
                  delimited by size into linha-relat-grupo
           write linha-relat-grupo.
       210-99-fim. exit.

      *  Uma raiz de CNPJ do grupo e todas as suas filiais, na
      *  ordem do CNPJ, como no consolidado do AMBE004.
       220-imprime-empresa.
           read arq-grupo-cnpj next record ignore lock
           if fs-arq-grupo-cnpj > "09"
              or grupocnpj-grupo not = grupo-codigo
              set fim-empresas to true
              go to 220-99-fim
           end-if
           add 1 to ws-qtd-empresas-grupo
           add 1 to lk-ambe041-qtd-empresas
           move grupocnpj-cnpj-empresa to ws-cnpj-empresa
           move spaces to linha-relat-grupo
           if ws-cnpj-empresa = grupo-cnpj-lider
              string "  EMPRESA " ws-cnpj-empresa " (LIDER)"
                     delimited by size into linha-relat-grupo
           else
              string "  EMPRESA " ws-cnpj-empresa
                     delimited by size into linha-relat-grupo
           end-if
           write linha-relat-grupo
           move spaces to ws-fim-filiais
           initialize cliente-REG
           move ws-cnpj-empresa to cliente-cnpj-empresa
           move zeros to cliente-cnpj-filial cliente-cnpj-digito
           start arq-cliente key is not less cliente-cnpj
           if ws-resultado-acesso > "09"
              set fim-filiais to true
           end-if
           perform 230-imprime-filial thru 230-99-fim
                   until fim-filiais.
       220-99-fim. exit.

       230-imprime-filial.
           read arq-cliente next record ignore lock
           if ws-resultado-acesso > "09"
              or cliente-cnpj-empresa not = ws-cnpj-empresa
              set fim-filiais to true
              go to 230-99-fim
           end-if
           add 1 to ws-qtd-filiais-grupo
           add 1 to lk-ambe041-qtd-filiais
           perform 240-localiza-vendedor thru 240-99-fim
           perform 250-busca-municipio   thru 250-99-fim
           move cliente-codigo to ws-ed-codigo
           if cliente-ativo
              move "ATIVO"   to ws-ed-status
           else
              move "INATIVO" to ws-ed-status
           end-if
           if ws-ind-vend = zeros
              move zeros           to ws-ed-vendedor
              move "SEM CARTEIRA"  to ws-ed-vend-nome
           else
              move WS-VEND-CODIGO(ws-ind-vend) to ws-ed-vendedor
              move WS-VEND-NOME(ws-ind-vend)   to ws-ed-vend-nome
           end-if
           move spaces to linha-relat-grupo
           string ws-ed-codigo          " "
                  cliente-cnpj-filial   " "
                  cliente-cnpj-digito   " "
                  cliente-razao         " "
                  ws-ed-status          " "
                  ws-ed-vendedor        " "
                  ws-ed-vend-nome       " "
                  ws-ed-municipio
                  delimited by size into linha-relat-grupo
           write linha-relat-grupo
           move spaces to ws-fim-contatos
           initialize contato-REG
           move cliente-codigo to contato-codigo
           move zeros          to contato-seq
           start arq-contato key is not less contato-chave
           if fs-arq-contato > "09"
              set fim-contatos to true
           end-if
           perform 260-imprime-contato thru 260-99-fim
                   until fim-contatos.
       230-99-fim. exit.

      *  Vendedor da filial: o primeiro ativo que a tem na
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

       250-busca-municipio.
           move spaces to ws-ed-municipio
           move cliente-municipio to municipio-codigo
           read arq-municipio ignore lock
           if fs-arq-municipio < "10"
              string municipio-nome(1:20) " - " municipio-uf
                     delimited by size into ws-ed-municipio
           end-if.
       250-99-fim. exit.

      *  Contato anonimizado (LGPD) nao tem mais dado pessoal e
      *  fica fora do consolidado.
       260-imprime-contato.
           read arq-contato next record ignore lock
           if fs-arq-contato > "09"
              or contato-codigo not = cliente-codigo
              set fim-contatos to true
              go to 260-99-fim
           end-if
           if contato-dt-anonimizacao > zeros
              go to 260-99-fim
           end-if
           add 1 to ws-qtd-contatos-grupo
           add 1 to lk-ambe041-qtd-contatos
           move contato-seq to ws-ed-seq
           move spaces to linha-relat-grupo
           if contato-ativo
              string "           CONTATO " ws-ed-seq " "
                     contato-nome(1:30)   " "
                     contato-funcao(1:15) " "
                     contato-telefone     " "
                     contato-email
                     delimited by size into linha-relat-grupo
           else
              string "   INATIVO CONTATO " ws-ed-seq " "
                     contato-nome(1:30)   " "
                     contato-funcao(1:15) " "
                     contato-telefone     " "
                     contato-email
                     delimited by size into linha-relat-grupo
           end-if
           write linha-relat-grupo.
       260-99-fim. exit.

       400-imprime-rodape.
           move spaces to linha-relat-grupo
           write linha-relat-grupo
           move spaces to linha-relat-grupo
           string "TOTAL GERAL - GRUPOS: " lk-ambe041-qtd-grupos
                  " EMPRESAS: " lk-ambe041-qtd-empresas
                  " FILIAIS: "  lk-ambe041-qtd-filiais
                  " CONTATOS: " lk-ambe041-qtd-contatos
                  delimited by size into linha-relat-grupo
           write linha-relat-grupo
           if ws-qtd-alem-vendedores > zeros
              move spaces to linha-relat-grupo
              string "(LIMITE DE 200 VENDEDORES ATINGIDO - VENDEDOR "
                     "PODE SAIR ZERADO)"
                     delimited by size into linha-relat-grupo
              write linha-relat-grupo
           end-if.
       400-99-fim. exit.

       500-fecha-arquivos.
           close arq-grupo
           close arq-grupo-cnpj
           close arq-cliente
           close arq-contato
           close arq-vendedor
           close arq-carteira
           close arq-municipio
           close relat-grupo
           display "AMBE041 - grupos listados....: "
                   lk-ambe041-qtd-grupos
           display "AMBE041 - filiais listadas...: "
                   lk-ambe041-qtd-filiais.
       500-99-fim. exit.

       END PROGRAM AMBE041.
