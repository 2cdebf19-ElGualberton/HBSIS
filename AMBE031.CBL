       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE031.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Conferencia da situacao cadastral do CNPJ:   *
                      *  le o arquivo da Receita Federal, localiza o  *
                      *  cliente ativo pela chave cliente-cnpj (CNPJ  *
                      *  alfanumerico inclusive) e imprime as         *
                      *  excecoes (situacao diferente de ATIVA) por   *
                      *  vendedor e UF. No modo (A)plicar, restrito   *
                      *  ao supervisor, inativa os clientes com CNPJ  *
                      *  BAIXADA pelo mesmo caminho da exclusao do    *
                      *  AMBE001 (status, data de exclusao, contatos  *
                      *  e jornal via AMBE502 com operador AMBE031),  *
                      *  respeitando a trava de registro.             *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT txt-receita ASSIGN TO lb-txt-receita
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-txt-receita.

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

           select arq-trava assign to disk wid-arq-trava
                  organization         is indexed
                  access mode          is dynamic
                  record key           is trava-chave
                  lock mode            is manual
                  file status          is fs-arq-trava.

           SELECT relat-receita ASSIGN TO lb-relat-receita
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-receita.

       DATA DIVISION.
       FILE SECTION.
      *Layout posicional do arquivo de situacao cadastral da Receita:
      *  001-014  CNPJ (alfanumerico)   pic  x(014)
      *  015-016  Situacao cadastral    pic  9(002)
      *           01 nula, 02 ativa, 03 suspensa, 04 inapta,
      *           08 baixada
      *  017-024  Data da situacao      pic  9(008) (AAAAMMDD)
      *  025-064  Razao social Receita  pic  x(040)
       FD  txt-receita.
       01  reg-receita.
           05 rf-cnpj                  pic  x(014).
           05 rf-situacao              pic  9(002).
              88 rf-nula                   value 01.
              88 rf-ativa                  value 02.
              88 rf-suspensa               value 03.
              88 rf-inapta                 value 04.
              88 rf-baixada                value 08.
           05 rf-dt-situacao           pic  9(008).
           05 rf-razao                 pic  x(040).

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

       FD  arq-trava
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-trava.
       COPY CPTRAVA.

       FD  relat-receita.
       01  linha-relat-receita                   pic x(132).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 fs-txt-receita        pic  x(002) value spaces.
           05 lb-txt-receita        pic  x(050) value spaces.
           05 ws-resultado-acesso   pic  x(002) value "00".
           05 wid-arq-cliente       pic  x(050) value "arq-cliente".
           05 fs-arq-contato        pic  x(002) value spaces.
           05 wid-arq-contato       pic  x(050) value "arq-contato".
           05 fs-arq-vendedor       pic  x(002) value spaces.
           05 wid-arq-vendedor      pic  x(050) value "arq-vendedor".
           05 fs-arq-carteira       pic  x(002) value spaces.
           05 wid-arq-carteira      pic  x(050) value "arq-carteira".
           05 fs-arq-municipio      pic  x(002) value spaces.
           05 wid-arq-municipio     pic  x(050) value
              "arq-municipio".
           05 fs-arq-trava          pic  x(002) value spaces.
           05 wid-arq-trava         pic  x(050) value "arq-trava".
           05 fs-relat-receita      pic  x(002) value spaces.
           05 lb-relat-receita      pic  x(050) value spaces.
           05 ws-parametro-nome     pic  x(020) value spaces.
           05 ws-parametros         pic  x(001) value space.
              88 parametros-ok          value "S".
              88 parametros-erro        value "E".
           05 ws-modo               pic  x(001) value space.
              88 modo-relatorio         value "R".
              88 modo-aplicar           value "A".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 ws-fim-receita        pic  x(001) value space.
              88 fim-receita            value "S".
           05 ws-fim-vendedores     pic  x(001) value space.
              88 fim-vendedores         value "S".
           05 ws-fim-contatos       pic  x(001) value space.
              88 fim-contatos           value "S".
           05 ws-trava              pic  x(001) value space.
              88 trava-obtida           value "S".
              88 trava-negada           value "N".
           05 ws-operador           pic  x(008) value "AMBE031".
           05 ws-operacao-jornal    pic  x(001) value space.
           05 ws-imagem-anterior    pic  x(200) value spaces.
           05 ws-uf                 pic  x(002) value spaces.
           05 ws-acao               pic  x(012) value spaces.
           05 ws-achou-carteira     pic  x(001) value space.
              88 achou-carteira         value "S".
           05 ws-vend-atual         pic  9(005) value zeros.
           05 ws-uf-atual           pic  x(002) value spaces.
           05 ws-qtd-vendedores     pic  9(004) value zeros.
           05 ws-qtd-excecoes       pic  9(004) value zeros.
           05 ws-qtd-alem-excecoes  pic  9(006) value zeros.
           05 ws-qtd-lidos          pic  9(006) value zeros.
           05 ws-qtd-invalidos      pic  9(006) value zeros.
           05 ws-qtd-nao-cadastrados
                                    pic  9(006) value zeros.
           05 ws-qtd-ja-inativos    pic  9(006) value zeros.
           05 ws-qtd-ativas         pic  9(006) value zeros.
           05 ws-qtd-clientes-exc   pic  9(006) value zeros.
           05 ws-qtd-baixadas       pic  9(006) value zeros.
           05 ws-qtd-inativados     pic  9(006) value zeros.
           05 ws-qtd-em-uso         pic  9(006) value zeros.
           05 ws-qtd-erros          pic  9(006) value zeros.
           05 ws-qtd-vend-exc       pic  9(006) value zeros.
           05 ws-i                  pic  9(004) value zeros.
           05 ws-j                  pic  9(004) value zeros.
           05 ws-troca-entry        pic  x(080).
       01  AREAS-EDICAO.
           05 ws-ed-codigo          pic  ZZZZZZ9.
           05 ws-ed-vendedor        pic  ZZZZ9.
           05 ws-ed-data            pic  9999/99/99.
           05 ws-ed-situacao        pic  x(008).
       01  AREAS-OPERADOR.
           05 ws-operador-id        pic  x(008) value spaces.
           05 ws-operador-senha     pic  x(008) value spaces.
           05 ws-acesso             pic  x(001) value space.
              88 acesso-liberado        value "S".
              88 acesso-negado          value "N".
       01  WS-TABELA-VENDEDORES.
           05 WS-VEND-ENTRY OCCURS 200 TIMES.
              10 WS-VEND-CODIGO     pic  9(005).
              10 WS-VEND-NOME       pic  x(040).
      *  Excecoes encontradas, uma por cliente e vendedor da carteira
      *  (vendedor zero = cliente fora de carteira); ordenadas por
      *  vendedor, UF e cliente antes da impressao.
       01  WS-TABELA-EXCECOES.
           05 WS-EXC-ENTRY OCCURS 2000 TIMES.
              10 WS-EXC-ORDEM.
                 15 WS-EXC-VENDEDOR pic  9(005).
                 15 WS-EXC-UF       pic  x(002).
                 15 WS-EXC-CODIGO   pic  9(007).
              10 WS-EXC-RAZAO       pic  x(030).
              10 WS-EXC-CNPJ        pic  x(014).
              10 WS-EXC-SITUACAO    pic  9(002).
              10 WS-EXC-DT-SITUACAO pic  9(008).
              10 WS-EXC-ACAO        pic  x(012).
       COPY LKAMBE502.
       COPY LKAMBE503.
       COPY LKAMBE504.

       PROCEDURE DIVISION.
       000-INICIO.
           perform 010-aceita-modo thru 010-99-fim
           if modo-aplicar
              perform 015-valida-supervisor thru 015-99-fim
              if acesso-negado
                 display "AMBE031 - inativacao restrita ao "
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
              perform 200-processa-receita thru 200-99-fim
                      until fim-receita
              perform 400-ordena-excecoes thru 400-99-fim
              perform 450-imprime-excecoes thru 450-99-fim
              perform 500-fecha-arquivos thru 500-99-fim
           end-if.
       000-99-FIM.
           GOBACK.

       005-le-parametros.
           set parametros-ok to true
           move "lb-txt-receita" to ws-parametro-nome
           perform 006-le-um-parametro thru 006-99-fim
           if parametros-ok
              move lk-ambe503-valor to lb-txt-receita
              initialize lk-ambe503
              set link-ambe503-ler-relat to true
              move "lb-relat-receita" to lk-ambe503-nome
              call 'AMBE503' using lk-ambe503
              if link-ambe503-ok
                 move lk-ambe503-valor to lb-relat-receita
              else
                 set parametros-erro to true
                 display "AMBE031 - parametro lb-relat-receita "
                         "ausente em arq-parametros"
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
              display "AMBE031 - parametro " ws-parametro-nome
                      " ausente em arq-parametros"
           end-if.
       006-99-fim. exit.

       010-aceita-modo.
           move space to ws-modo
           perform test after
                   until modo-relatorio or modo-aplicar
              display "AMBE031 - (R)elatorio de excecoes ou "
                      "(A)plicar inativacao das baixadas? "
              accept ws-modo
              move function upper-case(ws-modo) to ws-modo
           end-perform.
       010-99-fim. exit.

       015-valida-supervisor.
           set acesso-negado to true
           display "AMBE031 - operador: "
           accept ws-operador-id
           move function upper-case(ws-operador-id)
             to ws-operador-id
           display "AMBE031 - senha: "
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
           open input txt-receita
           if fs-txt-receita > "09"
              display "AMBE031 - erro ao abrir " lb-txt-receita
                      ": " fs-txt-receita
              go to 020-99-fim
           end-if
           if modo-aplicar
              open i-o arq-cliente
           else
              open input arq-cliente
           end-if
           if ws-resultado-acesso > "09"
              display "AMBE031 - erro ao abrir arq-cliente: "
                      ws-resultado-acesso
              close txt-receita
              go to 020-99-fim
           end-if
           open input arq-vendedor
           open input arq-carteira
           open input arq-municipio
           if fs-arq-vendedor > "09" or fs-arq-carteira > "09"
              or fs-arq-municipio > "09"
              display "AMBE031 - erro ao abrir cadastros: "
                      fs-arq-vendedor " " fs-arq-carteira " "
                      fs-arq-municipio
              close txt-receita
              close arq-cliente
              go to 020-99-fim
           end-if
           if modo-aplicar
              open i-o arq-trava
              if fs-arq-trava > "09"
                 open output arq-trava
                 close arq-trava
                 open i-o arq-trava
              end-if
           end-if
           open output relat-receita
           set abriu-ok to true.
       020-99-fim. exit.

       100-carrega-vendedores.
           move spaces to ws-fim-vendedores
           initialize vendedor-REG
           start arq-vendedor key is not less vendedor-chave
           if fs-arq-vendedor > "09"
              set fim-vendedores to true
           end-if
           perform test after until fim-vendedores
              read arq-vendedor next record ignore lock
              if fs-arq-vendedor > "09"
                 set fim-vendedores to true
              else
                 if ws-qtd-vendedores < 200
                    add 1 to ws-qtd-vendedores
                    move vendedor-codigo
                      to WS-VEND-CODIGO(ws-qtd-vendedores)
                    move vendedor-nome
                      to WS-VEND-NOME(ws-qtd-vendedores)
                 end-if
              end-if
           end-perform.
       100-99-fim. exit.

       200-processa-receita.
           read txt-receita
           if fs-txt-receita > "09"
              set fim-receita to true
              go to 200-99-fim
           end-if
           add 1 to ws-qtd-lidos
           if rf-situacao not numeric
              or rf-cnpj = spaces
              add 1 to ws-qtd-invalidos
              go to 200-99-fim
           end-if
           if rf-ativa
              add 1 to ws-qtd-ativas
              go to 200-99-fim
           end-if
           move function upper-case(rf-cnpj) to rf-cnpj
           initialize cliente-REG
           move rf-cnpj to cliente-cnpj
           read arq-cliente ignore lock key is cliente-cnpj
           if ws-resultado-acesso > "09"
              add 1 to ws-qtd-nao-cadastrados
              go to 200-99-fim
           end-if
           if cliente-inativo
              add 1 to ws-qtd-ja-inativos
              go to 200-99-fim
           end-if
           add 1 to ws-qtd-clientes-exc
           move "??" to ws-uf
           move cliente-municipio to municipio-codigo
           read arq-municipio ignore lock
           if fs-arq-municipio < "10"
              move municipio-uf to ws-uf
           end-if
           move spaces to ws-acao
           if rf-baixada
              add 1 to ws-qtd-baixadas
              if modo-aplicar
                 perform 300-inativa-cliente thru 300-99-fim
              else
                 move "A INATIVAR" to ws-acao
              end-if
           end-if
           perform 250-registra-excecao thru 250-99-fim.
       200-99-fim. exit.

       250-registra-excecao.
           move space to ws-achou-carteira
           perform varying ws-i from 1 by 1
                   until ws-i > ws-qtd-vendedores
              move WS-VEND-CODIGO(ws-i) to carteira-vendedor
              move cliente-codigo       to carteira-cliente
              read arq-carteira ignore lock
              if fs-arq-carteira < "10"
                 set achou-carteira to true
                 move WS-VEND-CODIGO(ws-i) to ws-vend-atual
                 perform 260-inclui-excecao thru 260-99-fim
              end-if
           end-perform
           if not achou-carteira
              move zeros to ws-vend-atual
              perform 260-inclui-excecao thru 260-99-fim
           end-if.
       250-99-fim. exit.

       260-inclui-excecao.
           if ws-qtd-excecoes = 2000
              add 1 to ws-qtd-alem-excecoes
              go to 260-99-fim
           end-if
           add 1 to ws-qtd-excecoes
           move ws-qtd-excecoes  to ws-j
           move ws-vend-atual    to WS-EXC-VENDEDOR(ws-j)
           move ws-uf            to WS-EXC-UF(ws-j)
           move cliente-codigo   to WS-EXC-CODIGO(ws-j)
           move cliente-razao    to WS-EXC-RAZAO(ws-j)
           move cliente-cnpj     to WS-EXC-CNPJ(ws-j)
           move rf-situacao      to WS-EXC-SITUACAO(ws-j)
           move rf-dt-situacao   to WS-EXC-DT-SITUACAO(ws-j)
           move ws-acao          to WS-EXC-ACAO(ws-j).
       260-99-fim. exit.

      *  Mesmo caminho da opcao (E)xclui do AMBE001: trava, status
      *  inativo, data de exclusao, jornal e contatos inativos.
       300-inativa-cliente.
           perform 970-trava-registro thru 970-99-fim
           if trava-negada
              add 1 to ws-qtd-em-uso
              move "EM EDICAO" to ws-acao
              go to 300-99-fim
           end-if
      *  Rele o cliente com a trava obtida: a imagem lida pelo CNPJ
      *  pode ter sido alterada por outra estacao antes da trava.
           read arq-cliente ignore lock
           if ws-resultado-acesso > "09"
              add 1 to ws-qtd-erros
              move "ERRO" to ws-acao
              display "AMBE031 - erro ao reler cliente "
                      cliente-codigo " FileStatus "
                      ws-resultado-acesso
              perform 975-destrava-registro thru 975-99-fim
              go to 300-99-fim
           end-if
           if cliente-inativo
              move "JA INATIVO" to ws-acao
              perform 975-destrava-registro thru 975-99-fim
              go to 300-99-fim
           end-if
           move cliente-REG to ws-imagem-anterior
           set cliente-inativo to true
           move function current-date(1:8) to cliente-dt-exclusao
           rewrite cliente-REG
           if ws-resultado-acesso < "10"
              add 1 to ws-qtd-inativados
              move "INATIVADO" to ws-acao
              move "E" to ws-operacao-jornal
              perform 800-grava-jornal thru 800-99-fim
              perform 850-atualiza-contatos thru 850-99-fim
           else
              add 1 to ws-qtd-erros
              move "ERRO" to ws-acao
              display "AMBE031 - erro ao inativar cliente "
                      cliente-codigo " FileStatus "
                      ws-resultado-acesso
           end-if
           perform 975-destrava-registro thru 975-99-fim.
       300-99-fim. exit.

       400-ordena-excecoes.
           perform varying ws-i from 1 by 1
                   until ws-i >= ws-qtd-excecoes
              perform varying ws-j from ws-i by 1
                      until ws-j > ws-qtd-excecoes
                 if WS-EXC-ORDEM(ws-j) < WS-EXC-ORDEM(ws-i)
                    move WS-EXC-ENTRY(ws-i) to ws-troca-entry
                    move WS-EXC-ENTRY(ws-j) to WS-EXC-ENTRY(ws-i)
                    move ws-troca-entry     to WS-EXC-ENTRY(ws-j)
                 end-if
              end-perform
           end-perform.
       400-99-fim. exit.

       450-imprime-excecoes.
           move spaces to linha-relat-receita
           if modo-aplicar
              string "CONFERENCIA DE SITUACAO CADASTRAL NA RECEITA - "
                     "INATIVACAO APLICADA POR " ws-operador-id
                     delimited by size into linha-relat-receita
           else
              string "CONFERENCIA DE SITUACAO CADASTRAL NA RECEITA - "
                     "EXCECOES (NADA ALTERADO)"
                     delimited by size into linha-relat-receita
           end-if
           write linha-relat-receita
           move 99999 to ws-vend-atual
           move spaces to ws-uf-atual
           perform varying ws-i from 1 by 1
                   until ws-i > ws-qtd-excecoes
              if WS-EXC-VENDEDOR(ws-i) not = ws-vend-atual
                 perform 460-quebra-vendedor thru 460-99-fim
              end-if
              if WS-EXC-UF(ws-i) not = ws-uf-atual
                 move WS-EXC-UF(ws-i) to ws-uf-atual
                 move spaces to linha-relat-receita
                 string "  UF " ws-uf-atual
                        delimited by size into linha-relat-receita
                 write linha-relat-receita
              end-if
              perform 470-imprime-detalhe thru 470-99-fim
           end-perform
           if ws-qtd-excecoes > zeros
              perform 465-total-vendedor thru 465-99-fim
           end-if.
       450-99-fim. exit.

       460-quebra-vendedor.
           if ws-vend-atual not = 99999
              perform 465-total-vendedor thru 465-99-fim
           end-if
           move WS-EXC-VENDEDOR(ws-i) to ws-vend-atual
           move spaces to ws-uf-atual
           move zeros  to ws-qtd-vend-exc
           move spaces to linha-relat-receita
           write linha-relat-receita
           move spaces to linha-relat-receita
           if ws-vend-atual = zeros
              string "CLIENTES FORA DE CARTEIRA"
                     delimited by size into linha-relat-receita
           else
              move ws-vend-atual to ws-ed-vendedor
              perform varying ws-j from 1 by 1
                      until ws-j > ws-qtd-vendedores
                         or WS-VEND-CODIGO(ws-j) = ws-vend-atual
                 continue
              end-perform
              string "VENDEDOR " ws-ed-vendedor " - "
                     WS-VEND-NOME(ws-j)
                     delimited by size into linha-relat-receita
           end-if
           write linha-relat-receita
           move spaces to linha-relat-receita
           string "  CODIGO  RAZAO SOCIAL                   "
                  "CNPJ           SITUACAO DATA       ACAO"
                  delimited by size into linha-relat-receita
           write linha-relat-receita.
       460-99-fim. exit.

       465-total-vendedor.
           move spaces to linha-relat-receita
           string "  EXCECOES DO VENDEDOR: " ws-qtd-vend-exc
                  delimited by size into linha-relat-receita
           write linha-relat-receita.
       465-99-fim. exit.

       470-imprime-detalhe.
           add 1 to ws-qtd-vend-exc
           evaluate WS-EXC-SITUACAO(ws-i)
               when 01 move "NULA"     to ws-ed-situacao
               when 03 move "SUSPENSA" to ws-ed-situacao
               when 04 move "INAPTA"   to ws-ed-situacao
               when 08 move "BAIXADA"  to ws-ed-situacao
               when other
                    move spaces to ws-ed-situacao
                    string "COD " WS-EXC-SITUACAO(ws-i)
                           delimited by size into ws-ed-situacao
           end-evaluate
           move WS-EXC-CODIGO(ws-i)      to ws-ed-codigo
           move WS-EXC-DT-SITUACAO(ws-i) to ws-ed-data
           move spaces to linha-relat-receita
           string "  " ws-ed-codigo " " WS-EXC-RAZAO(ws-i) " "
                  WS-EXC-CNPJ(ws-i) " " ws-ed-situacao " "
                  ws-ed-data " " WS-EXC-ACAO(ws-i)
                  delimited by size into linha-relat-receita
           write linha-relat-receita.
       470-99-fim. exit.

       500-fecha-arquivos.
           move spaces to linha-relat-receita
           write linha-relat-receita
           move spaces to linha-relat-receita
           string "LINHAS LIDAS DA RECEITA.....: " ws-qtd-lidos
                  delimited by size into linha-relat-receita
           write linha-relat-receita
           move spaces to linha-relat-receita
           string "LINHAS INVALIDAS............: " ws-qtd-invalidos
                  delimited by size into linha-relat-receita
           write linha-relat-receita
           move spaces to linha-relat-receita
           string "CNPJ ATIVOS NA RECEITA......: " ws-qtd-ativas
                  delimited by size into linha-relat-receita
           write linha-relat-receita
           move spaces to linha-relat-receita
           string "CNPJ NAO CADASTRADOS........: "
                  ws-qtd-nao-cadastrados
                  delimited by size into linha-relat-receita
           write linha-relat-receita
           move spaces to linha-relat-receita
           string "CLIENTES JA INATIVOS........: " ws-qtd-ja-inativos
                  delimited by size into linha-relat-receita
           write linha-relat-receita
           move spaces to linha-relat-receita
           string "CLIENTES ATIVOS COM EXCECAO.: "
                  ws-qtd-clientes-exc
                  delimited by size into linha-relat-receita
           write linha-relat-receita
           move spaces to linha-relat-receita
           string "DOS QUAIS BAIXADOS..........: " ws-qtd-baixadas
                  delimited by size into linha-relat-receita
           write linha-relat-receita
           if modo-aplicar
              move spaces to linha-relat-receita
              string "CLIENTES INATIVADOS.........: "
                     ws-qtd-inativados
                     delimited by size into linha-relat-receita
              write linha-relat-receita
              move spaces to linha-relat-receita
              string "EM EDICAO (NAO INATIVADOS)..: " ws-qtd-em-uso
                     delimited by size into linha-relat-receita
              write linha-relat-receita
              move spaces to linha-relat-receita
              string "ERROS DE GRAVACAO...........: " ws-qtd-erros
                     delimited by size into linha-relat-receita
              write linha-relat-receita
           end-if
           if ws-qtd-alem-excecoes > zeros
              move spaces to linha-relat-receita
              string "(LIMITE DE 2000 LINHAS DE EXCECAO ATINGIDO - "
                     ws-qtd-alem-excecoes " NAO LISTADAS)"
                     delimited by size into linha-relat-receita
              write linha-relat-receita
           end-if
           close txt-receita
           close arq-cliente
           close arq-vendedor
           close arq-carteira
           close arq-municipio
           if modo-aplicar
              close arq-trava
           end-if
           close relat-receita
           display "AMBE031 - linhas lidas........: " ws-qtd-lidos
           display "AMBE031 - clientes com excecao: "
                   ws-qtd-clientes-exc
           if modo-aplicar
              display "AMBE031 - clientes inativados.: "
                      ws-qtd-inativados
              display "AMBE031 - em edicao...........: " ws-qtd-em-uso
           end-if.
       500-99-fim. exit.

       800-grava-jornal.
           initialize lk-ambe502
           set link-ambe502-gravar to true
           move cliente-codigo      to lk-ambe502-codigo
           move ws-operacao-jornal  to lk-ambe502-operacao
           move ws-operador         to lk-ambe502-operador
           move ws-imagem-anterior  to lk-ambe502-imagem-anterior
           move cliente-REG         to lk-ambe502-imagem-atual
           call 'AMBE502' using lk-ambe502
           if not link-ambe502-ok
              add 1 to ws-qtd-erros
              display "AMBE031 - falha na gravacao do jornal - "
                      "cliente " cliente-codigo
           end-if.
       800-99-fim. exit.

      *  Contatos do cliente inativado ficam inativos, como na
      *  exclusao do AMBE001.
       850-atualiza-contatos.
           open i-o arq-contato
           if fs-arq-contato > "09"
              go to 850-99-fim
           end-if
           move spaces to ws-fim-contatos
           initialize contato-REG
           move cliente-codigo to contato-codigo
           move zeros          to contato-seq
           start arq-contato key is not less contato-chave
           if fs-arq-contato > "09"
              set fim-contatos to true
           end-if
           perform 860-muda-status-contato thru 860-99-fim
                   until fim-contatos
           close arq-contato.
       850-99-fim. exit.

       860-muda-status-contato.
           read arq-contato next record ignore lock
           if fs-arq-contato > "09"
              or contato-codigo not = cliente-codigo
              set fim-contatos to true
           else
              set contato-inativo to true
              rewrite contato-REG
           end-if.
       860-99-fim. exit.

      *  Trava de registro: cliente em edicao por outra estacao nao
      *  e inativado nesta execucao e sai no relatorio como EM
      *  EDICAO.
       970-trava-registro.
           move space to ws-trava
           initialize trava-REG
           move cliente-codigo             to trava-codigo
           move ws-operador                to trava-operador
           move function current-date(1:8) to trava-data
           move function current-date(9:6) to trava-hora
           write trava-REG
           if fs-arq-trava < "10"
              set trava-obtida to true
           else
              set trava-negada to true
           end-if.
       970-99-fim. exit.

       975-destrava-registro.
           move cliente-codigo to trava-codigo
           delete arq-trava record.
       975-99-fim. exit.

       END PROGRAM AMBE031.
