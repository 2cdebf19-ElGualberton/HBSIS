       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE037.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Carga do extrato mensal de faturamento do    *
                      *  ERP (CNPJ, competencia, valor) em            *
                      *  arq-faturamento, ligado a arq-cliente pelo   *
                      *  CNPJ. CNPJ que nao existe aqui e linha       *
                      *  invalida vao para o relatorio de rejeitos.   *
                      *  Recarga da competencia substitui o valor.    *
                      *  Restrito ao supervisor.                      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT extrato-fatura ASSIGN TO lb-extrato-fatura
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-extrato-fatura.

           SELECT relat-rej-fatura ASSIGN TO lb-relat-rej-fatura
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-rej-fatura.

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

       DATA DIVISION.
       FILE SECTION.
      *Layout posicional do extrato de faturamento do ERP:
      *  001-014  CNPJ              pic  x(014)
      *  015-020  Competencia       pic  9(006) AAAAMM
      *  021-034  Valor faturado    pic  s9(011)v9(002) com sinal
      *                             separado a esquerda (+/-)
       FD  extrato-fatura.
       01  reg-extrato-fatura.
           05 ext-cnpj                pic  x(014).
           05 ext-competencia         pic  9(006).
           05 redefines ext-competencia.
              10 ext-comp-ano         pic  9(004).
              10 ext-comp-mes         pic  9(002).
           05 ext-valor               pic  s9(011)v9(002)
                                      sign leading separate.

       FD  relat-rej-fatura.
       01  linha-relat-rej-fatura                pic x(132).

       FD  arq-cliente
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-cliente.
       COPY CPCLIENTE.

       FD  arq-faturamento
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-faturamento.
       COPY CPFATURA.

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 ws-resultado-acesso   pic  x(002) value "00".
           05 wid-arq-cliente       pic  x(050) value "arq-cliente".
           05 fs-arq-faturamento    pic  x(002) value spaces.
           05 wid-arq-faturamento   pic  x(050)
                                    value "arq-faturamento".
           05 fs-extrato-fatura     pic  x(002) value spaces.
           05 lb-extrato-fatura     pic  x(050) value spaces.
           05 fs-relat-rej-fatura   pic  x(002) value spaces.
           05 lb-relat-rej-fatura   pic  x(050) value spaces.
           05 ws-parametro-nome     pic  x(020) value spaces.
           05 ws-parametros         pic  x(001) value space.
              88 parametros-ok          value "S".
              88 parametros-erro        value "E".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 ws-fim-extrato        pic  x(001) value space.
              88 fim-extrato            value "S".
           05 ws-data-carga         pic  9(008) value zeros.
           05 ws-linha-atual        pic  9(006) value zeros.
           05 ws-qtd-lidos          pic  9(006) value zeros.
           05 ws-qtd-gravados       pic  9(006) value zeros.
           05 ws-qtd-substituidos   pic  9(006) value zeros.
           05 ws-qtd-rejeitados     pic  9(006) value zeros.
           05 ws-valor-carregado    pic  s9(013)v9(002) value zeros.
           05 ws-motivo-rejeito     pic  x(040) value spaces.
       01  AREAS-EDICAO.
           05 ws-ed-valor           pic  -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  AREAS-OPERADOR.
           05 ws-operador-id        pic  x(008) value spaces.
           05 ws-operador-senha     pic  x(008) value spaces.
           05 ws-acesso             pic  x(001) value space.
              88 acesso-liberado        value "S".
              88 acesso-negado          value "N".
       COPY LKAMBE503.
       COPY LKAMBE504.

       PROCEDURE DIVISION.
       000-INICIO.
           perform 015-valida-supervisor thru 015-99-fim
           if acesso-negado
              display "AMBE037 - carga restrita ao supervisor."
              GO TO 000-99-FIM
           end-if
           perform 005-le-parametros thru 005-99-fim
           if parametros-erro
              GO TO 000-99-FIM
           end-if
           perform 020-abre-arquivos thru 020-99-fim
           if abriu-ok
              perform 030-imprime-cabecalho thru 030-99-fim
              move spaces to ws-fim-extrato
              perform 100-carrega-linha thru 100-99-fim
                      until fim-extrato
              perform 400-imprime-rodape thru 400-99-fim
              perform 500-fecha-arquivos thru 500-99-fim
           end-if.
       000-99-FIM.
           GOBACK.

       005-le-parametros.
           set parametros-ok to true
           move "lb-extrato-fatura" to ws-parametro-nome
           perform 006-le-um-parametro thru 006-99-fim
           if parametros-ok
              move lk-ambe503-valor to lb-extrato-fatura
              initialize lk-ambe503
              set link-ambe503-ler-relat to true
              move "lb-relat-rej-fatura" to lk-ambe503-nome
              call 'AMBE503' using lk-ambe503
              if link-ambe503-ok
                 move lk-ambe503-valor to lb-relat-rej-fatura
              else
                 set parametros-erro to true
                 display "AMBE037 - parametro lb-relat-rej-fatura "
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
              display "AMBE037 - parametro " ws-parametro-nome
                      " ausente em arq-parametros"
           end-if.
       006-99-fim. exit.

       015-valida-supervisor.
           set acesso-negado to true
           display "AMBE037 - operador: "
           accept ws-operador-id
           move function upper-case(ws-operador-id)
             to ws-operador-id
           display "AMBE037 - senha: "
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
           move function current-date(1:8) to ws-data-carga
           open input extrato-fatura
           if fs-extrato-fatura > "09"
              display "AMBE037 - erro ao abrir " lb-extrato-fatura
                      ": " fs-extrato-fatura
              go to 020-99-fim
           end-if
           open input arq-cliente
           if ws-resultado-acesso > "09"
              display "AMBE037 - erro ao abrir arq-cliente: "
                      ws-resultado-acesso
              close extrato-fatura
              go to 020-99-fim
           end-if
           open i-o arq-faturamento
           if fs-arq-faturamento > "09"
              open output arq-faturamento
              close arq-faturamento
              open i-o arq-faturamento
           end-if
           if fs-arq-faturamento > "09"
              display "AMBE037 - erro ao abrir arq-faturamento: "
                      fs-arq-faturamento
              close extrato-fatura
              close arq-cliente
              go to 020-99-fim
           end-if
           open output relat-rej-fatura
           set abriu-ok to true.
       020-99-fim. exit.

       030-imprime-cabecalho.
           move spaces to linha-relat-rej-fatura
           string "RELATORIO DE REJEITOS - CARGA DO FATURAMENTO DO "
                  "ERP EM " ws-data-carga " POR " ws-operador-id
                  delimited by size into linha-relat-rej-fatura
           write linha-relat-rej-fatura
           move spaces to linha-relat-rej-fatura
           string "LINHA  MOTIVO DA REJEICAO               "
                  "REGISTRO"
                  delimited by size into linha-relat-rej-fatura
           write linha-relat-rej-fatura.
       030-99-fim. exit.

       100-carrega-linha.
           read extrato-fatura
           if fs-extrato-fatura > "09"
              set fim-extrato to true
              go to 100-99-fim
           end-if
           add 1 to ws-linha-atual
           add 1 to ws-qtd-lidos
           move spaces to ws-motivo-rejeito
           perform 110-valida-linha thru 110-99-fim
           if ws-motivo-rejeito not = spaces
              perform 190-grava-rejeito thru 190-99-fim
              go to 100-99-fim
           end-if
           perform 120-grava-fatura thru 120-99-fim.
       100-99-fim. exit.

       110-valida-linha.
           move function upper-case(ext-cnpj) to ext-cnpj
           if ext-cnpj = spaces or ext-cnpj = zeros
              move "CNPJ nao informado" to ws-motivo-rejeito
              go to 110-99-fim
           end-if
           if ext-competencia not numeric
              or ext-comp-ano < 2000
              or ext-comp-mes < 01 or ext-comp-mes > 12
              move "Competencia invalida (AAAAMM)"
                to ws-motivo-rejeito
              go to 110-99-fim
           end-if
           if ext-valor not numeric
              move "Valor invalido" to ws-motivo-rejeito
              go to 110-99-fim
           end-if
           move ext-cnpj to cliente-cnpj
           read arq-cliente ignore lock key is cliente-cnpj
           if ws-resultado-acesso > "09"
              move "CNPJ nao cadastrado em arq-cliente"
                to ws-motivo-rejeito
           end-if.
       110-99-fim. exit.

       120-grava-fatura.
           initialize fatura-REG
           move ext-cnpj        to fatura-cnpj
           move ext-competencia to fatura-competencia
           move ext-valor       to fatura-valor
           move ws-data-carga   to fatura-dt-carga
           write fatura-REG
           if fs-arq-faturamento = "22"
              rewrite fatura-REG
              if fs-arq-faturamento < "10"
                 add 1 to ws-qtd-substituidos
              end-if
           else
              if fs-arq-faturamento < "10"
                 add 1 to ws-qtd-gravados
              end-if
           end-if
           if fs-arq-faturamento > "09"
              string "Erro de gravacao - FileStatus "
                     fs-arq-faturamento
                     delimited by size into ws-motivo-rejeito
              perform 190-grava-rejeito thru 190-99-fim
           else
              add ext-valor to ws-valor-carregado
           end-if.
       120-99-fim. exit.

       190-grava-rejeito.
           add 1 to ws-qtd-rejeitados
           move spaces to linha-relat-rej-fatura
           string ws-linha-atual        " "
                  ws-motivo-rejeito     " "
                  reg-extrato-fatura
                  delimited by size into linha-relat-rej-fatura
           write linha-relat-rej-fatura.
       190-99-fim. exit.

       400-imprime-rodape.
           move ws-valor-carregado to ws-ed-valor
           move spaces to linha-relat-rej-fatura
           write linha-relat-rej-fatura
           move spaces to linha-relat-rej-fatura
           string "REGISTROS LIDOS........: " ws-qtd-lidos
                  delimited by size into linha-relat-rej-fatura
           write linha-relat-rej-fatura
           move spaces to linha-relat-rej-fatura
           string "COMPETENCIAS NOVAS.....: " ws-qtd-gravados
                  delimited by size into linha-relat-rej-fatura
           write linha-relat-rej-fatura
           move spaces to linha-relat-rej-fatura
           string "COMPETENCIAS RECARGADAS: " ws-qtd-substituidos
                  delimited by size into linha-relat-rej-fatura
           write linha-relat-rej-fatura
           move spaces to linha-relat-rej-fatura
           string "REGISTROS REJEITADOS...: " ws-qtd-rejeitados
                  delimited by size into linha-relat-rej-fatura
           write linha-relat-rej-fatura
           move spaces to linha-relat-rej-fatura
           string "VALOR CARREGADO........: " ws-ed-valor
                  delimited by size into linha-relat-rej-fatura
           write linha-relat-rej-fatura.
       400-99-fim. exit.

       500-fecha-arquivos.
           close extrato-fatura
           close arq-cliente
           close arq-faturamento
           close relat-rej-fatura
           display "AMBE037 - registros lidos......: " ws-qtd-lidos
           display "AMBE037 - competencias novas...: " ws-qtd-gravados
           display "AMBE037 - recargas.............: "
                   ws-qtd-substituidos
           display "AMBE037 - registros rejeitados.: "
                   ws-qtd-rejeitados.
       500-99-fim. exit.

       END PROGRAM AMBE037.
